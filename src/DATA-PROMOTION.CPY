      ******************************************************************
      * DATA-PROMOTION.CPY
      * the reference-data promotion package REFERENCE-PROMOTION
      * keeps on src/promotion-package.txt. The first line is the
      * header: who prepared the package and when, how many entries
      * it holds, and how far it has got -- prepared (P), signed off
      * by a second user (S), or applied to PROD (A). Every further
      * line is one difference between the TEST and PROD copies of a
      * reference master: the master's id (CITY, ALIA, GEO, CRSE,
      * HOLI), whether PROD needs the key added (A), changed (C) or
      * deleted (D), the key, and the image of the record in
      * display form -- the TEST record on an add or change, the
      * PROD record being removed on a delete, and blank for the
      * masters that are all key.
      ******************************************************************
       01 PROMOTION-PACKAGE-REC.
           05 PK-FILE-ID   PIC X(04).
           05 PK-COMMA-1   PIC X(01).
           05 PK-ACTION    PIC X(01).
               88 PK-ADD       VALUE 'A'.
               88 PK-CHANGE    VALUE 'C'.
               88 PK-DELETE    VALUE 'D'.
           05 PK-COMMA-2   PIC X(01).
           05 PK-KEY       PIC X(30).
           05 PK-COMMA-3   PIC X(01).
           05 PK-IMAGE     PIC X(70).
       01 PROMOTION-HEADER-REC.
           05 PH-RECORD-ID     PIC X(04).
           05 PH-COMMA-1       PIC X(01).
           05 PH-STATUS        PIC X(01).
               88 PH-PREPARED      VALUE 'P'.
               88 PH-SIGNED-OFF    VALUE 'S'.
               88 PH-APPLIED       VALUE 'A'.
           05 PH-COMMA-2       PIC X(01).
           05 PH-PREPARED-BY   PIC X(08).
           05 PH-COMMA-3       PIC X(01).
           05 PH-PREPARED-DATE PIC 9(08).
           05 PH-COMMA-4       PIC X(01).
           05 PH-PREPARED-TIME PIC 9(08).
           05 PH-COMMA-5       PIC X(01).
           05 PH-ENTRY-COUNT   PIC 9(05).
           05 PH-COMMA-6       PIC X(01).
           05 PH-SIGNED-BY     PIC X(08).
           05 PH-COMMA-7       PIC X(01).
           05 PH-SIGNED-DATE   PIC 9(08).
           05 PH-COMMA-8       PIC X(01).
           05 PH-APPLIED-BY    PIC X(08).
           05 PH-COMMA-9       PIC X(01).
           05 PH-APPLIED-DATE  PIC 9(08).

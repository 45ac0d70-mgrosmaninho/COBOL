      ****************************************************************
      * XFEREQV - RECORD LAYOUT FOR THE TRANSFER CREDIT EQUIVALENCY
      * TABLE, KEYED ON INSTITUTION/EXTERNAL COURSE AND MAINTAINED BY
      * XFER-EQUIV-MAINT. EACH RECORD MAPS ONE COURSE TAKEN AT
      * ANOTHER INSTITUTION TO THE COURSE ON OUR COURSE MASTER IT IS
      * ACCEPTED AS, SO XFER-POST CAN FILE THE CREDIT ON THE GRADE
      * FILE WITHOUT THE REGISTRAR RE-DECIDING EVERY EQUIVALENCE.
      ****************************************************************
       01  TRANSFER-EQUIV-RECORD.
           05  XE-EQUIV-KEY.
               10  XE-INSTITUTION   PIC X(8).
               10  XE-EXT-COURSE    PIC X(8).
      *> The course it is accepted as - a CM-COURSE-CODE.
           05  XE-COURSE-CODE       PIC X(4).
           05  XE-EXT-TITLE         PIC X(30).
           05  XE-ADDED-DATE        PIC 9(8).
           05  XE-ADDED-BY          PIC X(8).

      *-----------------------------------------------------------------*
      * Working storage for the certified snapshot history - the
      * three esqlOCClose PTSCERT01 line layouts, as read back.
      *-----------------------------------------------------------------*
       01  CHST-STATUS                     PIC XX      VALUE SPACES.
           88  CHST-FILE-OK                            VALUE '00'.
           88  CHST-FILE-EOF                           VALUE '10'.
       01  CERT-HIST-LINE                  PIC X(100).
       01  CERT-HIST-HDR REDEFINES CERT-HIST-LINE.
           05  CHS-REC-TYPE                 PIC X(4).
               88  CHS-HDR-REC                         VALUE 'HDR '.
               88  CHS-STD-REC                         VALUE 'STD '.
               88  CHS-TRL-REC                         VALUE 'TRL '.
           05  CHS-HDR-RUNDATE              PIC 9(8).
           05  FILLER                       PIC X.
           05  CHS-HDR-BEGIN                PIC X(10).
           05  FILLER                       PIC X.
           05  CHS-HDR-END                  PIC X(10).
           05  FILLER                       PIC X(66).
       01  CERT-HIST-STD REDEFINES CERT-HIST-LINE.
           05  FILLER                       PIC X(4).
           05  CHS-STD-RANK                 PIC 9(4).
           05  FILLER                       PIC X.
           05  CHS-STD-PERSONID             PIC 9(12).
           05  FILLER                       PIC X.
           05  CHS-STD-NAME                 PIC X(50).
           05  FILLER                       PIC X.
           05  CHS-STD-TOTAL                PIC S9(7)V99.
           05  FILLER                       PIC X(18).
       01  CERT-HIST-TRL REDEFINES CERT-HIST-LINE.
           05  FILLER                       PIC X(4).
           05  CHS-TRL-COUNT                PIC 9(6).
           05  FILLER                       PIC X.
           05  CHS-TRL-TOTAL                PIC S9(9)V99.
           05  FILLER                       PIC X(78).

           02  FILLER REDEFINES CRD3F.
               03  CRD3A             PICTURE X.
           02  CRD3I                 PIC X(76).
           02  RCV1L                 COMP PIC S9(4).
           02  RCV1F                 PICTURE X.
           02  FILLER REDEFINES RCV1F.
               03  RCV1A             PICTURE X.
           02  RCV1I                 PIC X(64).
           02  WIR1L                 COMP PIC S9(4).
           02  WIR1F                 PICTURE X.
           02  FILLER REDEFINES WIR1F.
           02  FILLER                PIC X(03).
           02  CRD3O                 PIC X(76).
           02  FILLER                PIC X(03).
           02  RCV1O                 PIC X(64).
           02  FILLER                PIC X(03).
           02  WIR1O                 PIC X(76).
           02  FILLER                PIC X(03).
           02  WIR2O                 PIC X(76).

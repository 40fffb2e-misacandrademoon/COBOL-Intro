       01  XFERLINE-RECORD.
           05 XL-KEY.
               10 XL-NUMBER        PIC 9(06).
               10 XL-LINE          PIC 9(03).
           05 XL-PROD-CODE         PIC X(05).
           05 XL-QTY-SHIPPED       PIC 9(05).
           05 XL-QTY-RECEIVED      PIC 9(05).
           05 XL-QTY-SHORT         PIC 9(05).
           05 XL-QTY-DAMAGED       PIC 9(05).

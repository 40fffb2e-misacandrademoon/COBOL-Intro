               88 MOV-TRANSFER     VALUE "T".
               88 MOV-RETURN       VALUE "N".
               88 MOV-HOLD         VALUE "H".
               88 MOV-QUARANTINE   VALUE "Q".
               88 MOV-KIT-WORK     VALUE "K".
               88 MOV-WARRANTY     VALUE "W".
               88 MOV-VAN          VALUE "V".
               88 MOV-SERVICE      VALUE "J".
               88 MOV-OPENING      VALUE "O".
           05 MOV-QUANTITY         PIC S9(05).
           05 MOV-BALANCE          PIC 9(05).
           05 MOV-BRANCH           PIC X(02).

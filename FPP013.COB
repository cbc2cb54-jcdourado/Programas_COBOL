                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
       FD MOVRUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVRUB.DAT".

                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
                      MOVE "P" TO EV-TIPO
                      MOVE "S" TO EV-INCIR
                      MOVE "S" TO EV-INCINSS
                      MOVE "N" TO EV-VARIAVEL
                      WRITE REGEVENTO
                         INVALID KEY
                            GO TO CAD-EVT906-FIM.

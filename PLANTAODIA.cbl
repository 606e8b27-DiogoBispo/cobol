      *              is printed on each line since old alerts can now
      *              appear. NOTIF-REG comes from the shared NOTIFREG
      *              copybook kept by the acknowledgment workflow.
      * 15_10_26 DB  Ends with GOBACK instead of STOP RUN so it can
      *              run as a step of the EODDRIVER job stream and
      *              hand its return code back to the driver.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANTAODIA.
                PERFORM GRAVA-TOTAL-GERAL
                CLOSE PLANTAO-FILE
            END-IF
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD

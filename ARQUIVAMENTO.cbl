      * 01_09_26 DB  AUDIT-REG gained AUDIT-PARAMETROS; the audit
      *              archive/rewrite buffers follow the new 76-byte
      *              layout.
      * 15_10_26 DB  Ends with GOBACK instead of STOP RUN so it can
      *              run as a step of the EODDRIVER job stream and
      *              hand its return code back to the driver.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVAMENTO.
                PERFORM ARQUIVA-HISTMEDIA
                PERFORM EXIBE-TOTAIS
            END-IF
            GOBACK.

       INICIALIZACAO.
            OPEN INPUT ARQPARAM-FILE

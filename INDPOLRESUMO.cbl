      *              rejects out-of-range values with a console
      *              warning, and displays the effective value (this
      *              program writes no audit record to echo into).
      * 15_10_26 DB  Ends with GOBACK instead of STOP RUN so it can
      *              run as a step of the EODDRIVER job stream and
      *              hand its return code back to the driver.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDPOLRESUMO.
                PERFORM GERA-RESUMO
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            PERFORM CARREGA-PARAMETROS

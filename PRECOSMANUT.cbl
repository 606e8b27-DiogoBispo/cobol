      *          price previously in effect on each new date.
      *          Rejects go to PRECREJ.DAT with the reason.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Every transaction now carries the id of the
      *              operator who submitted it (PTRAN-OPERADOR),
      *              checked against the operator master
      *              OPERADORES.DAT: the operator must exist, be
      *              active and hold function PREC (purchasing),
      *              otherwise the change goes to PRECREJ.DAT. The
      *              operator is printed on each line of PRECLOG.DAT,
      *              now 100 columns wide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOSMANUT.
           SELECT PRECLOG-FILE ASSIGN TO "PRECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRECLOG-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PTRAN-CATEGORIA        PIC X(03).
           05 PTRAN-VALOR            PIC 9(05)V99.
           05 PTRAN-DATA-VIGENCIA    PIC 9(08).
           05 PTRAN-OPERADOR         PIC X(08).

       FD  PRECOS-FILE.
       01  PRECO-REG.
       01  LINHA-REJEITO             PIC X(80).

       FD  PRECLOG-FILE.
       01  LINHA-LOG                 PIC X(100).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-PRECTRANS-STATUS      PIC X(02).
           88 DATA-DUPLICADA                       VALUE 'S'.
       01 WS-VALOR-ANTERIOR        PIC 9(05)V99    VALUE 0.
       01 WS-VIGENCIA-ANTERIOR     PIC 9(08)       VALUE 0.
       01 WS-OPERADORES-STATUS     PIC X(02).
       01 WS-EOF-OPERADORES        PIC X           VALUE 'N'.
           88 FIM-OPERADORES                       VALUE 'S'.
       01 WS-QTD-OPERADORES        PIC 9(03)       VALUE 0.
       01 WS-OPERADOR-TRANS        PIC X(08).
       01 WS-FUNCAO-EXIGIDA        PIC X(04).
       01 TAB-OPERADORES.
           05 TAB-OPR OCCURS 100 TIMES
                       INDEXED BY WS-OPIDX.
               10 TAB-OPR-ID            PIC X(08).
               10 TAB-OPR-SITUACAO      PIC X(01).
               10 TAB-OPR-FUNCOES.
                   15 TAB-OPR-FUNCAO    PIC X(04) OCCURS 8 TIMES
                                        INDEXED BY WS-OFIDX.

       01 TAB-PRECOS.
           05 TAB-PRECO OCCURS 200 TIMES
           05 FILLER             PIC X(07) VALUE " A PART".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-VIG-NOVA    PIC 9999/99/99.
           05 FILLER             PIC X(07) VALUE "  OPER:".
           05 WS-LOG-OPERADOR    PIC X(08).
           05 FILLER             PIC X(08) VALUE SPACES.

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(04) VALUE "CAT:".

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

       ABRE-ARQUIVOS.
            OPEN INPUT PRECTRANS-FILE
            IF WS-PRECTRANS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PRECTRANS.DAT - STATUS: "
                END-IF
            END-IF.

       CARREGA-OPERADORES.
            OPEN INPUT OPERADORES-FILE
            IF WS-OPERADORES-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR OPERADORES.DAT - STATUS: "
                    WS-OPERADORES-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-OPERADOR
                PERFORM CARREGA-OPERADOR-TABELA UNTIL FIM-OPERADORES
                CLOSE OPERADORES-FILE
            END-IF.

       LER-OPERADOR.
            READ OPERADORES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-OPERADORES
            END-READ.

       CARREGA-OPERADOR-TABELA.
            IF WS-QTD-OPERADORES < 100
                ADD 1 TO WS-QTD-OPERADORES
                MOVE OPER-ID TO TAB-OPR-ID (WS-QTD-OPERADORES)
                MOVE OPER-SITUACAO
                    TO TAB-OPR-SITUACAO (WS-QTD-OPERADORES)
                MOVE OPER-FUNCOES TO TAB-OPR-FUNCOES (WS-QTD-OPERADORES)
            ELSE
                DISPLAY "TABELA DE OPERADORES CHEIA - IGNORADO: "
                    OPER-ID
            END-IF
            PERFORM LER-OPERADOR.

      * Checks the operator of the transaction (WS-OPERADOR-TRANS)
      * against the operator master for the function the transaction
      * needs (WS-FUNCAO-EXIGIDA); an unknown, inactive or
      * unauthorized operator leaves the reason in WS-MOTIVO-REJEICAO.
       VALIDA-OPERADOR.
            IF WS-OPERADOR-TRANS = SPACES
                MOVE "OPERADOR NAO INFORMADO" TO WS-MOTIVO-REJEICAO
            ELSE
                SET WS-OPIDX TO 1
                SEARCH TAB-OPR
                    AT END
                        MOVE "OPERADOR DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN WS-OPIDX > WS-QTD-OPERADORES
                        MOVE "OPERADOR DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN TAB-OPR-ID (WS-OPIDX) = WS-OPERADOR-TRANS
                        PERFORM VALIDA-FUNCAO-OPERADOR
                END-SEARCH
            END-IF.

       VALIDA-FUNCAO-OPERADOR.
            IF TAB-OPR-SITUACAO (WS-OPIDX) NOT = "A"
                MOVE "OPERADOR INATIVO" TO WS-MOTIVO-REJEICAO
            ELSE
                SET WS-OFIDX TO 1
                SEARCH TAB-OPR-FUNCAO
                    AT END
                        MOVE "OPERADOR SEM PERMISSAO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN TAB-OPR-FUNCAO (WS-OPIDX, WS-OFIDX)
                            = WS-FUNCAO-EXIGIDA
                        CONTINUE
                END-SEARCH
            END-IF.

       CARREGA-PRECOS.
            OPEN INPUT PRECOS-FILE
            IF WS-PRECOS-STATUS NOT = "00"

       VALIDA-TRANSACAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE PTRAN-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "PREC" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            PERFORM PESQUISA-CATEGORIA
            EVALUATE TRUE
                WHEN WS-MOTIVO-REJEICAO NOT = SPACES
                    CONTINUE
                WHEN PTRAN-CATEGORIA = SPACES
                    MOVE "CATEGORIA EM BRANCO" TO WS-MOTIVO-REJEICAO
                WHEN NOT CATEGORIA-ACHADA
            MOVE WS-VIGENCIA-ANTERIOR TO WS-LOG-VIG-ANT
            MOVE PTRAN-VALOR TO WS-LOG-VALOR-NOVO
            MOVE PTRAN-DATA-VIGENCIA TO WS-LOG-VIG-NOVA
            MOVE PTRAN-OPERADOR TO WS-LOG-OPERADOR
            WRITE LINHA-LOG FROM WS-LINHA-LOG-DET.

       REJEITA-TRANSACAO.

      *          simply skips them. Bad transactions are rejected to
      *          ALUNMANREJ.DAT with the reason.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Every transaction now carries the id of the
      *              operator who submitted it (MAN-OPERADOR), checked
      *              against the operator master OPERADORES.DAT: the
      *              operator must exist, be active and hold function
      *              ALUN, otherwise the transaction goes to
      *              ALUNMANREJ.DAT.
      * 15_10_26 DB  Every trancamento applied is also appended to
      *              TRANCAMENTOS.DAT (student, date, operator) so
      *              ALUNOSLGPD can tell how long a student has been
      *              trancado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNOSMANUT.
           SELECT ALUNMANREJ-FILE ASSIGN TO "ALUNMANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNMANREJ-STATUS.
           SELECT TRANCAMENTOS-FILE ASSIGN TO "TRANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCAMENTOS-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10 MAN-DIA        PIC 9(02).
               10 MAN-MES        PIC 9(02).
               10 MAN-ANO        PIC 9(04).
           05 MAN-OPERADOR       PIC X(08).

       FD  STUDENT-FILE.
           COPY ALUNOREG.
       FD  ALUNMANREJ-FILE.
       01  LINHA-REJEITO          PIC X(80).

       FD  TRANCAMENTOS-FILE.
           COPY TRANCREG.

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-ALUNMANUT-STATUS   PIC X(02).
       01 WS-STUDENT-STATUS     PIC X(02).
       01 WS-ALUNMANREJ-STATUS  PIC X(02).
       01 WS-TRANCAMENTOS-STATUS PIC X(02).
       01 WS-DATA-EXECUCAO      PIC 9(08).
       01 WS-COD-RETORNO        PIC X(02)     VALUE "00".
       01 WS-EOF-ALUNMANUT      PIC X         VALUE 'N'.
           88 FIM-ALUNMANUT                   VALUE 'S'.
       01 WS-MOTIVO-REJEICAO    PIC X(40).
       01 WS-ALUNO-ACHADO       PIC X         VALUE 'N'.
           88 ALUNO-ACHADO                    VALUE 'S'.
       01 WS-OPERADORES-STATUS  PIC X(02).
       01 WS-EOF-OPERADORES     PIC X         VALUE 'N'.
           88 FIM-OPERADORES                  VALUE 'S'.
       01 WS-QTD-OPERADORES     PIC 9(03)     VALUE 0.
       01 WS-OPERADOR-TRANS     PIC X(08).
       01 WS-FUNCAO-EXIGIDA     PIC X(04).
       01 TAB-OPERADORES.
           05 TAB-OPR OCCURS 100 TIMES
                       INDEXED BY WS-OPIDX.
               10 TAB-OPR-ID            PIC X(08).
               10 TAB-OPR-SITUACAO      PIC X(01).
               10 TAB-OPR-FUNCOES.
                   15 TAB-OPR-FUNCAO    PIC X(04) OCCURS 8 TIMES
                                        INDEXED BY WS-OFIDX.

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(06) VALUE "ACAO: ".
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

       ABRE-ARQUIVOS.
            OPEN INPUT ALUNMANUT-FILE
            IF WS-ALUNMANUT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR ALUNMANUT.DAT - STATUS: "
                    CLOSE ALUNMANUT-FILE
                ELSE
                    OPEN OUTPUT ALUNMANREJ-FILE
                    OPEN EXTEND TRANCAMENTOS-FILE
                    IF WS-TRANCAMENTOS-STATUS = "35"
                        OPEN OUTPUT TRANCAMENTOS-FILE
                    END-IF
                    PERFORM LER-MANUTENCAO
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

       LER-MANUTENCAO.
            READ ALUNMANUT-FILE
                AT END

       VALIDA-MANUTENCAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE MAN-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "ALUN" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VALIDA-DADOS-MANUTENCAO
            END-IF.

       VALIDA-DADOS-MANUTENCAO.
            IF NOT ACAO-VALIDA
                MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-REJEICAO
            ELSE
                ELSE
                    MOVE "T" TO ALUNO-SITUACAO
                    PERFORM REGRAVA-ALUNO
                    IF WS-MOTIVO-REJEICAO = SPACES
                        PERFORM GRAVA-TRANCAMENTO
                    END-IF
                END-IF
            END-IF.

       GRAVA-TRANCAMENTO.
            MOVE MAN-ALUNO-ID TO TRANC-ALUNO-ID
            MOVE WS-DATA-EXECUCAO TO TRANC-DATA
            MOVE MAN-OPERADOR TO TRANC-OPERADOR
            WRITE TRANC-REG.

       APLICA-REINTEGRACAO.
            PERFORM LER-ALUNO-CHAVE
            IF NOT ALUNO-ACHADO
                CLOSE ALUNMANUT-FILE
                CLOSE STUDENT-FILE
                CLOSE ALUNMANREJ-FILE
                CLOSE TRANCAMENTOS-FILE
                DISPLAY "ALUNOSMANUT: " WS-QTD-LIDOS
                    " TRANSACOES LIDAS"
                DISPLAY "ALUNOSMANUT: " WS-QTD-APLICADOS

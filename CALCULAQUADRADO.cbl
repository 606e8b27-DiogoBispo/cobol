      *              out-of-range values with a console warning, and
      *              echoes the effective values into the new
      *              AUDIT-PARAMETROS of the audit record.
      * 15_10_26 DB  NUM-OBRA is now validated against the job master
      *              OBRAS.DAT (kept by OBRASMANUT): a line for an
      *              obra not on file or already encerrada is rejected
      *              to ERROS.DAT, so a mis-keyed code can no longer
      *              open a phantom job in ORCAMENTO.DAT/RANKING.DAT.
      *              Each obra section of ORCAMENTO.DAT now also shows
      *              the job's cumulative cost over all runs against
      *              its contracted ceiling and flags the overrun; the
      *              running totals live in OBRACUSTO.DAT, whose
      *              record keeps the total before the last run date
      *              so a same-day restart never counts a day twice.
      * 15_10_26 DB  Added GERA-REQUISICAO: at end of run each obra's
      *              area per category is turned into a purchase
      *              quantity on REQUISICAO.DAT, one section per obra,
      *              using the materials master MATERIAIS.DAT (unit of
      *              purchase, coverage per unit, waste percentage,
      *              supplier). Quantities are rounded up to whole
      *              units; a category with no usable material record
      *              is listed as such and counted at the foot.
      * 15_10_26 DB  NUMEROS.DAT now arrives wrapped in a header
      *              (business date, batch sequence) and a trailer
      *              (record count, hash of NUM-DIM1 + NUM-DIM2),
      *              layout in CTRLARQ. The file is checked in full
      *              before processing; a wrong date, a repeated or
      *              skipped sequence or totals that disagree refuse
      *              the run with RC 16 and the reason in
      *              AUDIT-PARAMETROS. The last accepted sequence is
      *              kept in CTRLENTRADA.DAT on successful end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CALCULAAREA.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.
           SELECT OBRAS-FILE ASSIGN TO "OBRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRAS-STATUS.
           SELECT OBRACUSTO-FILE ASSIGN TO "OBRACUSTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRACUSTO-STATUS.
           SELECT MATERIAIS-FILE ASSIGN TO "MATERIAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATERIAIS-STATUS.
           SELECT REQUISICAO-FILE ASSIGN TO "REQUISICAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUISICAO-STATUS.
           SELECT CTRLENTRADA-FILE ASSIGN TO "CTRLENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 NUM-DIM1                PIC S9(03)V99.
           05 NUM-DIM2                PIC S9(03)V99.
           05 NUM-OBRA                PIC X(05).
       01  NUMERO-REG-CTRL.
           05 NUM-CTRL-TIPO           PIC X(03).
               88 NUM-REG-TRAILER         VALUE "TRL".
           05 FILLER                  PIC X(25).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO        PIC X(80).
           05 PARAM-NOME             PIC X(12).
           05 PARAM-VALOR            PIC 9(05).

       FD  OBRAS-FILE.
           COPY OBRAREG.

       FD  OBRACUSTO-FILE.
       01  OBRACUSTO-REG.
           05 OBCUS-OBRA             PIC X(05).
           05 OBCUS-ACUM-ANTERIOR    PIC 9(11)V99.
           05 OBCUS-ACUM-TOTAL       PIC 9(11)V99.
           05 OBCUS-DATA             PIC 9(08).

       FD  MATERIAIS-FILE.
           COPY MATERREG.

       FD  REQUISICAO-FILE.
       01  LINHA-REQUISICAO        PIC X(120).

       FD  CTRLENTRADA-FILE.
           COPY CTRLENTREG.

       WORKING-STORAGE SECTION.
       01 WS-EOF-NUMEROS      PIC X               VALUE 'N'.
           88 FIM-NUMEROS                         VALUE 'S'.
       01 WS-INTERVALO-CHECKPOINT PIC 9(03)        VALUE 10.
       01 WS-NUMEROS-STATUS    PIC X(02).
       01 WS-COD-RETORNO       PIC X(02)           VALUE "00".
       01 WS-CTRLENT-STATUS    PIC X(02).
       01 WS-EOF-CTRLENT       PIC X               VALUE 'N'.
           88 FIM-CTRLENT                          VALUE 'S'.
       01 WS-QTD-CTRLENT       PIC 9(03)           VALUE 0.
       01 WS-CTRLENT-ACHADO    PIC X               VALUE 'N'.
           88 CTRLENT-ACHADO                       VALUE 'S'.
       01 WS-CTL-ARQUIVO       PIC X(16).
       01 WS-CTL-QTD-DETALHES  PIC 9(07)           VALUE 0.
       01 WS-CTL-HASH          PIC S9(13)V9(02)    VALUE 0.
       01 WS-CTL-SEQUENCIA     PIC 9(05)           VALUE 0.
       01 WS-CTL-MOTIVO        PIC X(13)           VALUE SPACES.
       01 WS-CTL-AUDITORIA     PIC X(30)           VALUE SPACES.
       01 WS-CTL-HEADER-LIDO   PIC X               VALUE 'N'.
           88 CTL-HEADER-LIDO                      VALUE 'S'.
       01 WS-CTL-TRAILER-LIDO  PIC X               VALUE 'N'.
           88 CTL-TRAILER-LIDO                     VALUE 'S'.
       01 WS-CTL-DETALHE       PIC X               VALUE 'N'.
           88 CTL-DETALHE                          VALUE 'S'.
           COPY CTRLARQ.
       01 TAB-CONTROLE-ENTRADA.
           05 TAB-CTE OCCURS 20 TIMES
                       INDEXED BY WS-CTIDX.
               10 TAB-CTE-ARQUIVO       PIC X(16).
               10 TAB-CTE-ULT-SEQ       PIC 9(05).
               10 TAB-CTE-DATA          PIC 9(08).
               10 TAB-CTE-NOVA-SEQ      PIC 9(05).
               10 TAB-CTE-PENDENTE      PIC X(01).
       01 WS-EOF-AUDIT         PIC X               VALUE 'N'.
           88 FIM-AUDIT                            VALUE 'S'.
       01 WS-JA-EXECUTADO      PIC X               VALUE 'N'.
       01 WS-PARAMOPER-STATUS  PIC X(02).
       01 WS-EOF-PARAMOPER     PIC X               VALUE 'N'.
           88 FIM-PARAMOPER                        VALUE 'S'.
       01 WS-OBRAS-STATUS      PIC X(02).
       01 WS-OBRACUSTO-STATUS  PIC X(02).
       01 WS-EOF-OBRAS         PIC X               VALUE 'N'.
           88 FIM-OBRAS                            VALUE 'S'.
       01 WS-EOF-OBRACUSTO     PIC X               VALUE 'N'.
           88 FIM-OBRACUSTO                        VALUE 'S'.
       01 WS-QTD-OBRAS         PIC 9(03)           VALUE 0.
       01 WS-QTD-ESTOURADAS    PIC 9(03)           VALUE 0.
       01 WS-OBRA-SALDO        PIC 9(11)V99        VALUE 0.
       01 WS-OBRA-EXCESSO      PIC 9(11)V99        VALUE 0.
       01 WS-SUB               PIC 9(03)           VALUE 0.
       01 TAB-OBRAS.
           05 TAB-OBRA OCCURS 200 TIMES
                        INDEXED BY WS-OBIDX.
               10 TAB-OBRA-ID             PIC X(05).
               10 TAB-OBRA-STATUS         PIC X(01).
               10 TAB-OBRA-TETO           PIC 9(11)V99.
               10 TAB-OBRA-ACUM-ANTERIOR  PIC 9(11)V99.
               10 TAB-OBRA-ACUM-TOTAL     PIC 9(11)V99.
               10 TAB-OBRA-DATA-CUSTO     PIC 9(08).
       01 WS-MATERIAIS-STATUS  PIC X(02).
       01 WS-REQUISICAO-STATUS PIC X(02).
       01 WS-EOF-MATERIAIS     PIC X               VALUE 'N'.
           88 FIM-MATERIAIS                        VALUE 'S'.
       01 WS-QTD-MATERIAIS     PIC 9(03)           VALUE 0.
       01 WS-QTD-ITENS-REQ     PIC 9(03)           VALUE 0.
       01 WS-QTD-SEM-MATERIAL  PIC 9(05)           VALUE 0.
       01 WS-REQ-OBRA-CORRENTE PIC X(05)           VALUE SPACES.
       01 WS-REQ-AREA-BRUTA    PIC 9(09)V9(04)     VALUE 0.
       01 WS-REQ-QTD-BRUTA     PIC 9(09)V9(04)     VALUE 0.
       01 WS-REQ-QTD-UNID      PIC 9(09)           VALUE 0.
       01 TAB-MATERIAIS.
           05 TAB-MAT OCCURS 50 TIMES
                       INDEXED BY WS-MIDX.
               10 TAB-MAT-CATEGORIA       PIC X(03).
               10 TAB-MAT-DESCRICAO       PIC X(20).
               10 TAB-MAT-UNIDADE         PIC X(06).
               10 TAB-MAT-COBERTURA       PIC 9(03)V99.
               10 TAB-MAT-PERDA           PIC 9(02)V99.
               10 TAB-MAT-FORNECEDOR      PIC X(20).
       01 TAB-ITENS-REQUISICAO.
           05 TAB-REQ OCCURS 50 TIMES
                       INDEXED BY WS-RIDX.
               10 TAB-REQ-CATEGORIA       PIC X(03).
               10 TAB-REQ-AREA            PIC 9(09)V99.

       01 WS-ECO-PARAMETROS.
           05 FILLER             PIC X(05) VALUE "TOPN=".
           05 WS-SUB-CUSTO       PIC ZZZZZZZZZ9,99.
           05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-LINHA-ORC-TETO.
           05 FILLER             PIC X(16) VALUE "ACUMULADO OBRA: ".
           05 WS-TETO-ACUM       PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(07) VALUE " TETO: ".
           05 WS-TETO-VALOR      PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(08) VALUE " SALDO: ".
           05 WS-TETO-SALDO      PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(07) VALUE SPACES.

       01 WS-LINHA-ORC-ESTOURO.
           05 FILLER             PIC X(34)
              VALUE "*** TETO CONTRATADO ESTOURADO EM ".
           05 WS-ESTOURO-VALOR   PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(04) VALUE " ***".
           05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-LINHA-ORC-QTD-ESTOURO.
           05 FILLER             PIC X(32)
              VALUE "OBRAS ACIMA DO TETO CONTRATADO: ".
           05 WS-ORC-QTD-ESTOURO PIC ZZ9.
           05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-CABECALHO-REQ-1.
           05 FILLER             PIC X(40)
              VALUE "REQUISICAO DE COMPRA DE MATERIAL - DIA ".
           05 WS-REQ-CAB-DATA    PIC 9999/99/99.
           05 FILLER             PIC X(70) VALUE SPACES.

       01 WS-LINHA-REQ-OBRA.
           05 FILLER             PIC X(06) VALUE "OBRA: ".
           05 WS-REQ-OBRA-ED     PIC X(05).
           05 FILLER             PIC X(109) VALUE SPACES.

       01 WS-LINHA-REQ-DET.
           05 FILLER             PIC X(04) VALUE "CAT:".
           05 WS-REQ-CATEGORIA   PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REQ-DESCRICAO   PIC X(20).
           05 FILLER             PIC X(06) VALUE " AREA:".
           05 WS-REQ-AREA        PIC ZZZZZZZ9,99.
           05 FILLER             PIC X(07) VALUE " PERDA:".
           05 WS-REQ-PERDA       PIC Z9,99.
           05 FILLER             PIC X(06) VALUE "% QTD:".
           05 WS-REQ-QTD         PIC ZZZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REQ-UNIDADE     PIC X(06).
           05 FILLER             PIC X(07) VALUE " FORN: ".
           05 WS-REQ-FORNECEDOR  PIC X(20).
           05 FILLER             PIC X(14) VALUE SPACES.

       01 WS-LINHA-REQ-SEM-MAT.
           05 FILLER             PIC X(04) VALUE "CAT:".
           05 WS-REQ-SM-CATEGORIA PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(20) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE " AREA:".
           05 WS-REQ-SM-AREA     PIC ZZZZZZZ9,99.
           05 FILLER             PIC X(35)
              VALUE " *** MATERIAL NAO CADASTRADO ***".
           05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-LINHA-REQ-TOTAL.
           05 FILLER             PIC X(33)
              VALUE "ITENS SEM CADASTRO DE MATERIAL: ".
           05 WS-REQ-TOT-SEM-MAT PIC ZZZZ9.
           05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-LINHA-ORC-DET.
           05 FILLER             PIC X(04) VALUE "CAT:".
           05 WS-ORC-CATEGORIA   PIC X(03).
                MOVE "08" TO WS-COD-RETORNO
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-OBRAS
                IF WS-COD-RETORNO = "00"
                    PERFORM CARREGA-CONTROLE-ENTRADA
                    PERFORM VERIFICA-CONTROLE-NUMEROS
                END-IF
                IF WS-COD-RETORNO = "00"
                    PERFORM ABRE-ARQUIVOS
                END-IF
            END-IF.

       CARREGA-PARAMETROS.
            END-IF
            PERFORM LER-AUDIT-GUARDA.

       CARREGA-OBRAS.
            OPEN INPUT OBRAS-FILE
            IF WS-OBRAS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR OBRAS.DAT - STATUS: "
                    WS-OBRAS-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-OBRA
                PERFORM CARREGA-OBRA-TABELA UNTIL FIM-OBRAS
                CLOSE OBRAS-FILE
                OPEN INPUT OBRACUSTO-FILE
                IF WS-OBRACUSTO-STATUS = "00"
                    PERFORM LER-OBRACUSTO
                    PERFORM CARREGA-OBRACUSTO UNTIL FIM-OBRACUSTO
                    CLOSE OBRACUSTO-FILE
                END-IF
            END-IF.

       LER-OBRA.
            READ OBRAS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-OBRAS
            END-READ.

       CARREGA-OBRA-TABELA.
            IF WS-QTD-OBRAS < 200
                ADD 1 TO WS-QTD-OBRAS
                MOVE OBRA-ID TO TAB-OBRA-ID (WS-QTD-OBRAS)
                MOVE OBRA-STATUS TO TAB-OBRA-STATUS (WS-QTD-OBRAS)
                MOVE OBRA-TETO TO TAB-OBRA-TETO (WS-QTD-OBRAS)
                MOVE 0 TO TAB-OBRA-ACUM-ANTERIOR (WS-QTD-OBRAS)
                MOVE 0 TO TAB-OBRA-ACUM-TOTAL (WS-QTD-OBRAS)
                MOVE 0 TO TAB-OBRA-DATA-CUSTO (WS-QTD-OBRAS)
            ELSE
                DISPLAY "TABELA DE OBRAS CHEIA - IGNORADO: " OBRA-ID
            END-IF
            PERFORM LER-OBRA.

       LER-OBRACUSTO.
            READ OBRACUSTO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-OBRACUSTO
            END-READ.

       CARREGA-OBRACUSTO.
            SET WS-OBIDX TO 1
            SEARCH TAB-OBRA
                AT END
                    DISPLAY "OBRACUSTO.DAT: OBRA FORA DO CADASTRO - "
                        "IGNORADA: " OBCUS-OBRA
                WHEN TAB-OBRA-ID (WS-OBIDX) = OBCUS-OBRA
                    MOVE OBCUS-ACUM-ANTERIOR
                        TO TAB-OBRA-ACUM-ANTERIOR (WS-OBIDX)
                    MOVE OBCUS-ACUM-TOTAL
                        TO TAB-OBRA-ACUM-TOTAL (WS-OBIDX)
                    MOVE OBCUS-DATA TO TAB-OBRA-DATA-CUSTO (WS-OBIDX)
            END-SEARCH
            PERFORM LER-OBRACUSTO.

       ABRE-ARQUIVOS.
            OPEN INPUT NUMEROS-FILE
            IF WS-NUMEROS-STATUS NOT = "00"
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-HEADER-NUMEROS
                PERFORM CARREGA-PRECOS
                PERFORM CARREGA-MATERIAIS
                PERFORM LER-PONTO-REINICIO
                IF WS-PONTO-REINICIO > 0
                    OPEN EXTEND REPORT-FILE
                PERFORM LER-NUMERO
            END-IF.

      * Reads the whole of NUMEROS.DAT once, before anything is
      * written, to check its header and trailer. A missing file is
      * left for ABRE-ARQUIVOS to report.
       VERIFICA-CONTROLE-NUMEROS.
            MOVE "NUMEROS.DAT" TO WS-CTL-ARQUIVO
            PERFORM INICIA-CONFERENCIA
            OPEN INPUT NUMEROS-FILE
            IF WS-NUMEROS-STATUS = "00"
                PERFORM LER-CONTROLE-NUMEROS
                PERFORM CONFERE-NUMERO UNTIL FIM-NUMEROS
                CLOSE NUMEROS-FILE
                MOVE 'N' TO WS-EOF-NUMEROS
                PERFORM ENCERRA-CONFERENCIA
            END-IF.

       LER-CONTROLE-NUMEROS.
            READ NUMEROS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-NUMEROS
            END-READ.

       CONFERE-NUMERO.
            MOVE NUMERO-REG-CTRL TO CONTROLE-ARQ-REG
            PERFORM CONFERE-REGISTRO-CONTROLE
            IF CTL-DETALHE
                IF NUM-DIM1 IS NUMERIC
                    ADD NUM-DIM1 TO WS-CTL-HASH
                END-IF
                IF NUM-DIM2 IS NUMERIC
                    ADD NUM-DIM2 TO WS-CTL-HASH
                END-IF
            END-IF
            PERFORM LER-CONTROLE-NUMEROS.

       CARREGA-CONTROLE-ENTRADA.
            MOVE 0 TO WS-QTD-CTRLENT
            OPEN INPUT CTRLENTRADA-FILE
            IF WS-CTRLENT-STATUS = "00"
                PERFORM LER-CTRLENT
                PERFORM CARREGA-CTRLENT-TABELA UNTIL FIM-CTRLENT
                CLOSE CTRLENTRADA-FILE
            END-IF.

       LER-CTRLENT.
            READ CTRLENTRADA-FILE
                AT END
                    MOVE 'S' TO WS-EOF-CTRLENT
            END-READ.

       CARREGA-CTRLENT-TABELA.
            IF WS-QTD-CTRLENT < 20
                ADD 1 TO WS-QTD-CTRLENT
                MOVE CTRLENT-ARQUIVO TO TAB-CTE-ARQUIVO (WS-QTD-CTRLENT)
                MOVE CTRLENT-ULT-SEQ TO TAB-CTE-ULT-SEQ (WS-QTD-CTRLENT)
                MOVE CTRLENT-DATA TO TAB-CTE-DATA (WS-QTD-CTRLENT)
                MOVE 0 TO TAB-CTE-NOVA-SEQ (WS-QTD-CTRLENT)
                MOVE 'N' TO TAB-CTE-PENDENTE (WS-QTD-CTRLENT)
            END-IF
            PERFORM LER-CTRLENT.

       LOCALIZA-CTRLENT.
            MOVE 'N' TO WS-CTRLENT-ACHADO
            SET WS-CTIDX TO 1
            SEARCH TAB-CTE
                AT END
                    CONTINUE
                WHEN WS-CTIDX > WS-QTD-CTRLENT
                    CONTINUE
                WHEN TAB-CTE-ARQUIVO (WS-CTIDX) = WS-CTL-ARQUIVO
                    MOVE 'S' TO WS-CTRLENT-ACHADO
            END-SEARCH.

       INICIA-CONFERENCIA.
            MOVE SPACES TO WS-CTL-MOTIVO
            MOVE 0 TO WS-CTL-QTD-DETALHES
            MOVE 0 TO WS-CTL-HASH
            MOVE 0 TO WS-CTL-SEQUENCIA
            MOVE 'N' TO WS-CTL-HEADER-LIDO
            MOVE 'N' TO WS-CTL-TRAILER-LIDO.

      * Classifies the record in CONTROLE-ARQ-REG; CTL-DETALHE tells
      * the caller to add the detail's key amount to WS-CTL-HASH.
       CONFERE-REGISTRO-CONTROLE.
            MOVE 'N' TO WS-CTL-DETALHE
            EVALUATE TRUE
                WHEN WS-CTL-MOTIVO NOT = SPACES
                    CONTINUE
                WHEN CTL-TRAILER-LIDO
                    MOVE "APOS TRAILER" TO WS-CTL-MOTIVO
                WHEN CTRL-HEADER AND CTL-HEADER-LIDO
                    MOVE "HDR DUPLICADO" TO WS-CTL-MOTIVO
                WHEN CTRL-HEADER
                    MOVE 'S' TO WS-CTL-HEADER-LIDO
                    PERFORM CONFERE-HEADER
                WHEN NOT CTL-HEADER-LIDO
                    MOVE "SEM HEADER" TO WS-CTL-MOTIVO
                WHEN CTRL-TRAILER
                    MOVE 'S' TO WS-CTL-TRAILER-LIDO
                    PERFORM CONFERE-TRAILER
                WHEN OTHER
                    ADD 1 TO WS-CTL-QTD-DETALHES
                    MOVE 'S' TO WS-CTL-DETALHE
            END-EVALUATE.

       CONFERE-HEADER.
            PERFORM LOCALIZA-CTRLENT
            EVALUATE TRUE
                WHEN CTRL-DATA-NEGOCIO NOT NUMERIC
                        OR CTRL-SEQUENCIA NOT NUMERIC
                    MOVE "HDR INVALIDO" TO WS-CTL-MOTIVO
                WHEN CTRL-DATA-NEGOCIO NOT = WS-DATA-EXECUCAO
                    MOVE "DATA NEGOCIO" TO WS-CTL-MOTIVO
                WHEN NOT CTRLENT-ACHADO
                    MOVE CTRL-SEQUENCIA TO WS-CTL-SEQUENCIA
                WHEN CTRL-SEQUENCIA <= TAB-CTE-ULT-SEQ (WS-CTIDX)
                    MOVE "SEQ REPETIDA" TO WS-CTL-MOTIVO
                WHEN CTRL-SEQUENCIA > TAB-CTE-ULT-SEQ (WS-CTIDX) + 1
                    MOVE "SEQ SALTADA" TO WS-CTL-MOTIVO
                WHEN OTHER
                    MOVE CTRL-SEQUENCIA TO WS-CTL-SEQUENCIA
            END-EVALUATE.

       CONFERE-TRAILER.
            EVALUATE TRUE
                WHEN CTRL-QTD-REGISTROS NOT NUMERIC
                        OR CTRL-HASH-TOTAL NOT NUMERIC
                    MOVE "TRL INVALIDO" TO WS-CTL-MOTIVO
                WHEN CTRL-QTD-REGISTROS NOT = WS-CTL-QTD-DETALHES
                    MOVE "QTD DIVERGE" TO WS-CTL-MOTIVO
                WHEN CTRL-HASH-TOTAL NOT = WS-CTL-HASH
                    MOVE "HASH DIVERGE" TO WS-CTL-MOTIVO
            END-EVALUATE.

      * An accepted batch only has its sequence marked pending here;
      * CTRLENTRADA.DAT is rewritten at the end of a successful run,
      * so a failed or interrupted run can take the same batch again.
       ENCERRA-CONFERENCIA.
            IF WS-CTL-MOTIVO = SPACES
                IF NOT CTL-HEADER-LIDO
                    MOVE "SEM HEADER" TO WS-CTL-MOTIVO
                ELSE
                    IF NOT CTL-TRAILER-LIDO
                        MOVE "SEM TRAILER" TO WS-CTL-MOTIVO
                    END-IF
                END-IF
            END-IF
            IF WS-CTL-MOTIVO = SPACES
                PERFORM REGISTRA-SEQUENCIA-PENDENTE
                DISPLAY "CALCULAAREA: " WS-CTL-ARQUIVO " LOTE "
                    WS-CTL-SEQUENCIA " CONFERIDO - "
                    WS-CTL-QTD-DETALHES " REGISTROS"
            ELSE
                DISPLAY "CALCULAAREA: " WS-CTL-ARQUIVO
                    " RECUSADO NO CONTROLE - " WS-CTL-MOTIVO
                MOVE SPACES TO WS-CTL-AUDITORIA
                STRING WS-CTL-ARQUIVO DELIMITED BY SPACE
                    " " WS-CTL-MOTIVO DELIMITED BY SIZE
                    INTO WS-CTL-AUDITORIA
                MOVE "16" TO WS-COD-RETORNO
                MOVE 16 TO RETURN-CODE
            END-IF.

       REGISTRA-SEQUENCIA-PENDENTE.
            PERFORM LOCALIZA-CTRLENT
            IF NOT CTRLENT-ACHADO AND WS-QTD-CTRLENT < 20
                ADD 1 TO WS-QTD-CTRLENT
                SET WS-CTIDX TO WS-QTD-CTRLENT
                MOVE WS-CTL-ARQUIVO TO TAB-CTE-ARQUIVO (WS-CTIDX)
                MOVE 0 TO TAB-CTE-ULT-SEQ (WS-CTIDX)
                MOVE 0 TO TAB-CTE-DATA (WS-CTIDX)
                MOVE 'S' TO WS-CTRLENT-ACHADO
            END-IF
            IF CTRLENT-ACHADO
                MOVE WS-CTL-SEQUENCIA TO TAB-CTE-NOVA-SEQ (WS-CTIDX)
                MOVE 'S' TO TAB-CTE-PENDENTE (WS-CTIDX)
            END-IF.

       GRAVA-CONTROLE-ENTRADA.
            OPEN OUTPUT CTRLENTRADA-FILE
            SET WS-CTIDX TO 1
            PERFORM GRAVA-CTRLENT WS-QTD-CTRLENT TIMES
            CLOSE CTRLENTRADA-FILE.

       GRAVA-CTRLENT.
            IF TAB-CTE-PENDENTE (WS-CTIDX) = 'S'
                MOVE TAB-CTE-NOVA-SEQ (WS-CTIDX)
                    TO TAB-CTE-ULT-SEQ (WS-CTIDX)
                MOVE WS-DATA-EXECUCAO TO TAB-CTE-DATA (WS-CTIDX)
                MOVE 'N' TO TAB-CTE-PENDENTE (WS-CTIDX)
            END-IF
            MOVE TAB-CTE-ARQUIVO (WS-CTIDX) TO CTRLENT-ARQUIVO
            MOVE TAB-CTE-ULT-SEQ (WS-CTIDX) TO CTRLENT-ULT-SEQ
            MOVE TAB-CTE-DATA (WS-CTIDX) TO CTRLENT-DATA
            WRITE CTRLENT-REG
            SET WS-CTIDX UP BY 1.

       LER-HEADER-NUMEROS.
            READ NUMEROS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-NUMEROS
            END-READ.

       CARREGA-PRECOS.
            OPEN INPUT PRECOS-FILE
            IF WS-PRECOS-STATUS = "00"
                    END-IF
            END-SEARCH.

       CARREGA-MATERIAIS.
            OPEN INPUT MATERIAIS-FILE
            IF WS-MATERIAIS-STATUS = "00"
                PERFORM LER-MATERIAL
                PERFORM CARREGA-MATERIAL-TABELA UNTIL FIM-MATERIAIS
                CLOSE MATERIAIS-FILE
            ELSE
                DISPLAY "MATERIAIS.DAT AUSENTE - REQUISICAO SEM "
                    "QUANTIDADES"
            END-IF.

       LER-MATERIAL.
            READ MATERIAIS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-MATERIAIS
            END-READ.

       CARREGA-MATERIAL-TABELA.
            IF WS-QTD-MATERIAIS < 50
                ADD 1 TO WS-QTD-MATERIAIS
                MOVE MAT-CATEGORIA
                    TO TAB-MAT-CATEGORIA (WS-QTD-MATERIAIS)
                MOVE MAT-DESCRICAO
                    TO TAB-MAT-DESCRICAO (WS-QTD-MATERIAIS)
                MOVE MAT-UNIDADE TO TAB-MAT-UNIDADE (WS-QTD-MATERIAIS)
                MOVE MAT-COBERTURA
                    TO TAB-MAT-COBERTURA (WS-QTD-MATERIAIS)
                MOVE MAT-PERDA TO TAB-MAT-PERDA (WS-QTD-MATERIAIS)
                MOVE MAT-FORNECEDOR
                    TO TAB-MAT-FORNECEDOR (WS-QTD-MATERIAIS)
            ELSE
                DISPLAY "TABELA DE MATERIAIS CHEIA - "
                    "CATEGORIA IGNORADA: " MAT-CATEGORIA
            END-IF
            PERFORM LER-MATERIAL.

       LER-PONTO-REINICIO.
            MOVE 0 TO WS-PONTO-REINICIO
            OPEN INPUT RESTART-FILE
                AT END
                    MOVE 'S' TO WS-EOF-NUMEROS
                NOT AT END
                    IF NUM-REG-TRAILER
                        MOVE 'S' TO WS-EOF-NUMEROS
                    ELSE
                        MOVE NUM-FORMA TO WS-FORMA-ATUAL
                        MOVE NUM-CATEGORIA TO WS-CATEGORIA-ATUAL
                        MOVE NUM-DIM1 TO NUM-DIM1-ATUAL
                        MOVE NUM-DIM2 TO NUM-DIM2-ATUAL
                        MOVE NUM-OBRA TO WS-OBRA-ATUAL
                        ADD 1 TO WS-NUM-REGISTRO
                    END-IF
            END-READ.

       PROCESSA-NUMEROS.
                IF WS-OBRA-ATUAL = SPACES
                    MOVE "OBRA EM BRANCO" TO WS-MOTIVO-REJEICAO
                ELSE
                    PERFORM VALIDA-OBRA
                    IF WS-MOTIVO-REJEICAO = SPACES
                        IF NUM-DIM1-ATUAL <= 0
                            MOVE "DIM1 INVALIDA" TO WS-MOTIVO-REJEICAO
                        ELSE
                            IF (FORMA-RETANGULO OR FORMA-TRIANGULO)
                                    AND NUM-DIM2-ATUAL <= 0
                                MOVE "DIM2 INVALIDA"
                                    TO WS-MOTIVO-REJEICAO
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       VALIDA-OBRA.
            SET WS-OBIDX TO 1
            SEARCH TAB-OBRA
                AT END
                    MOVE "OBRA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
                WHEN TAB-OBRA-ID (WS-OBIDX) = WS-OBRA-ATUAL
                    IF TAB-OBRA-STATUS (WS-OBIDX) = "E"
                        MOVE "OBRA ENCERRADA" TO WS-MOTIVO-REJEICAO
                    END-IF
            END-SEARCH.

       CALCULA-AREA.
            EVALUATE TRUE
                WHEN FORMA-QUADRADO
                CLOSE ORCDET-FILE
                CLOSE AREAS-FILE
                PERFORM GERA-ORCAMENTO
                PERFORM GERA-REQUISICAO
                PERFORM GERA-RANKING
                PERFORM LIMPA-CHECKPOINT
                PERFORM GRAVA-CONTROLE-ENTRADA
            END-IF
            PERFORM GRAVA-AUDITORIA.

            PERFORM FECHA-OBRA-ORCAMENTO
            MOVE WS-SOMA-CUSTO TO WS-ORC-TOTAL-GERAL
            WRITE LINHA-ORCAMENTO FROM WS-LINHA-ORC-TOTAL
            MOVE WS-QTD-ESTOURADAS TO WS-ORC-QTD-ESTOURO
            WRITE LINHA-ORCAMENTO FROM WS-LINHA-ORC-QTD-ESTOURO
            CLOSE ORCDET-ORDENADO-FILE
            CLOSE ORCAMENTO-FILE
            PERFORM REGRAVA-OBRACUSTO.

       LER-ORCDET-ORDENADO.
            READ ORCDET-ORDENADO-FILE
                MOVE WS-ORC-OBRA-AREA-SUB TO WS-SUB-AREA
                MOVE WS-ORC-OBRA-CUSTO-SUB TO WS-SUB-CUSTO
                WRITE LINHA-ORCAMENTO FROM WS-LINHA-ORC-SUBTOT
                PERFORM CONFRONTA-TETO-OBRA
                MOVE 0 TO WS-ORC-OBRA-AREA-SUB
                MOVE 0 TO WS-ORC-OBRA-CUSTO-SUB
            END-IF.

       CONFRONTA-TETO-OBRA.
            SET WS-OBIDX TO 1
            SEARCH TAB-OBRA
                AT END
                    CONTINUE
                WHEN TAB-OBRA-ID (WS-OBIDX) = WS-ORC-OBRA-CORRENTE
                    IF TAB-OBRA-DATA-CUSTO (WS-OBIDX)
                            NOT = WS-DATA-EXECUCAO
                        MOVE TAB-OBRA-ACUM-TOTAL (WS-OBIDX)
                            TO TAB-OBRA-ACUM-ANTERIOR (WS-OBIDX)
                        MOVE WS-DATA-EXECUCAO
                            TO TAB-OBRA-DATA-CUSTO (WS-OBIDX)
                    END-IF
                    COMPUTE TAB-OBRA-ACUM-TOTAL (WS-OBIDX) =
                        TAB-OBRA-ACUM-ANTERIOR (WS-OBIDX)
                        + WS-ORC-OBRA-CUSTO-SUB
                    END-COMPUTE
                    MOVE 0 TO WS-OBRA-SALDO
                    MOVE 0 TO WS-OBRA-EXCESSO
                    IF TAB-OBRA-ACUM-TOTAL (WS-OBIDX)
                            > TAB-OBRA-TETO (WS-OBIDX)
                        COMPUTE WS-OBRA-EXCESSO =
                            TAB-OBRA-ACUM-TOTAL (WS-OBIDX)
                            - TAB-OBRA-TETO (WS-OBIDX)
                        END-COMPUTE
                    ELSE
                        COMPUTE WS-OBRA-SALDO =
                            TAB-OBRA-TETO (WS-OBIDX)
                            - TAB-OBRA-ACUM-TOTAL (WS-OBIDX)
                        END-COMPUTE
                    END-IF
                    MOVE TAB-OBRA-ACUM-TOTAL (WS-OBIDX) TO WS-TETO-ACUM
                    MOVE TAB-OBRA-TETO (WS-OBIDX) TO WS-TETO-VALOR
                    MOVE WS-OBRA-SALDO TO WS-TETO-SALDO
                    WRITE LINHA-ORCAMENTO FROM WS-LINHA-ORC-TETO
                    IF WS-OBRA-EXCESSO > 0
                        ADD 1 TO WS-QTD-ESTOURADAS
                        MOVE WS-OBRA-EXCESSO TO WS-ESTOURO-VALOR
                        WRITE LINHA-ORCAMENTO FROM WS-LINHA-ORC-ESTOURO
                    END-IF
            END-SEARCH.

       REGRAVA-OBRACUSTO.
            OPEN OUTPUT OBRACUSTO-FILE
            MOVE 0 TO WS-SUB
            PERFORM GRAVA-OBRACUSTO WS-QTD-OBRAS TIMES
            CLOSE OBRACUSTO-FILE.

       GRAVA-OBRACUSTO.
            ADD 1 TO WS-SUB
            IF TAB-OBRA-DATA-CUSTO (WS-SUB) NOT = 0
                MOVE TAB-OBRA-ID (WS-SUB) TO OBCUS-OBRA
                MOVE TAB-OBRA-ACUM-ANTERIOR (WS-SUB)
                    TO OBCUS-ACUM-ANTERIOR
                MOVE TAB-OBRA-ACUM-TOTAL (WS-SUB) TO OBCUS-ACUM-TOTAL
                MOVE TAB-OBRA-DATA-CUSTO (WS-SUB) TO OBCUS-DATA
                WRITE OBRACUSTO-REG
            END-IF.

       GERA-REQUISICAO.
            MOVE 'N' TO WS-EOF-ORCDETORD
            OPEN INPUT ORCDET-ORDENADO-FILE
            OPEN OUTPUT REQUISICAO-FILE
            MOVE WS-DATA-EXECUCAO TO WS-REQ-CAB-DATA
            WRITE LINHA-REQUISICAO FROM WS-CABECALHO-REQ-1
            PERFORM LER-ORCDET-ORDENADO
            PERFORM ACUMULA-REQUISICAO UNTIL FIM-ORCDETORD
            PERFORM FECHA-OBRA-REQUISICAO
            MOVE WS-QTD-SEM-MATERIAL TO WS-REQ-TOT-SEM-MAT
            WRITE LINHA-REQUISICAO FROM WS-LINHA-REQ-TOTAL
            CLOSE ORCDET-ORDENADO-FILE
            CLOSE REQUISICAO-FILE.

       ACUMULA-REQUISICAO.
            IF ORCDETORD-OBRA NOT = WS-REQ-OBRA-CORRENTE
                PERFORM FECHA-OBRA-REQUISICAO
                MOVE ORCDETORD-OBRA TO WS-REQ-OBRA-CORRENTE
                MOVE ORCDETORD-OBRA TO WS-REQ-OBRA-ED
                WRITE LINHA-REQUISICAO FROM WS-LINHA-REQ-OBRA
            END-IF
            SET WS-RIDX TO 1
            SEARCH TAB-REQ
                AT END
                    DISPLAY "TABELA DE REQUISICAO CHEIA - IGNORADO: "
                        ORCDETORD-OBRA " " ORCDETORD-CATEGORIA
                WHEN WS-RIDX > WS-QTD-ITENS-REQ
                    ADD 1 TO WS-QTD-ITENS-REQ
                    MOVE ORCDETORD-CATEGORIA
                        TO TAB-REQ-CATEGORIA (WS-RIDX)
                    MOVE ORCDETORD-AREA TO TAB-REQ-AREA (WS-RIDX)
                WHEN TAB-REQ-CATEGORIA (WS-RIDX) = ORCDETORD-CATEGORIA
                    ADD ORCDETORD-AREA TO TAB-REQ-AREA (WS-RIDX)
            END-SEARCH
            PERFORM LER-ORCDET-ORDENADO.

       FECHA-OBRA-REQUISICAO.
            IF WS-REQ-OBRA-CORRENTE NOT = SPACES
                MOVE 0 TO WS-SUB
                PERFORM LISTA-ITEM-REQUISICAO WS-QTD-ITENS-REQ TIMES
                MOVE 0 TO WS-QTD-ITENS-REQ
            END-IF.

       LISTA-ITEM-REQUISICAO.
            ADD 1 TO WS-SUB
            SET WS-MIDX TO 1
            SEARCH TAB-MAT
                AT END
                    PERFORM LISTA-ITEM-SEM-MATERIAL
                WHEN TAB-MAT-CATEGORIA (WS-MIDX)
                        = TAB-REQ-CATEGORIA (WS-SUB)
                    IF TAB-MAT-COBERTURA (WS-MIDX) = 0
                        PERFORM LISTA-ITEM-SEM-MATERIAL
                    ELSE
                        PERFORM CALCULA-QTD-COMPRA
                    END-IF
            END-SEARCH.

       CALCULA-QTD-COMPRA.
            COMPUTE WS-REQ-AREA-BRUTA = TAB-REQ-AREA (WS-SUB)
                * (1 + TAB-MAT-PERDA (WS-MIDX) / 100)
            END-COMPUTE
            COMPUTE WS-REQ-QTD-BRUTA =
                WS-REQ-AREA-BRUTA / TAB-MAT-COBERTURA (WS-MIDX)
            END-COMPUTE
            MOVE WS-REQ-QTD-BRUTA TO WS-REQ-QTD-UNID
            IF WS-REQ-QTD-UNID < WS-REQ-QTD-BRUTA
                ADD 1 TO WS-REQ-QTD-UNID
            END-IF
            MOVE TAB-REQ-CATEGORIA (WS-SUB) TO WS-REQ-CATEGORIA
            MOVE TAB-MAT-DESCRICAO (WS-MIDX) TO WS-REQ-DESCRICAO
            MOVE TAB-REQ-AREA (WS-SUB) TO WS-REQ-AREA
            MOVE TAB-MAT-PERDA (WS-MIDX) TO WS-REQ-PERDA
            MOVE WS-REQ-QTD-UNID TO WS-REQ-QTD
            MOVE TAB-MAT-UNIDADE (WS-MIDX) TO WS-REQ-UNIDADE
            MOVE TAB-MAT-FORNECEDOR (WS-MIDX) TO WS-REQ-FORNECEDOR
            WRITE LINHA-REQUISICAO FROM WS-LINHA-REQ-DET.

       LISTA-ITEM-SEM-MATERIAL.
            ADD 1 TO WS-QTD-SEM-MATERIAL
            MOVE TAB-REQ-CATEGORIA (WS-SUB) TO WS-REQ-SM-CATEGORIA
            MOVE TAB-REQ-AREA (WS-SUB) TO WS-REQ-SM-AREA
            WRITE LINHA-REQUISICAO FROM WS-LINHA-REQ-SEM-MAT.

       GERA-RANKING.
            SORT SORT-AREAS-WORK-FILE
                ON ASCENDING KEY SORT-AREAS-OBRA
            MOVE WS-COD-RETORNO TO AUDIT-COD-RETORNO
            MOVE WS-TOPN TO WS-ECO-TOPN
            MOVE WS-INTERVALO-CHECKPOINT TO WS-ECO-CHECKPOINT
            IF WS-COD-RETORNO = "16"
                MOVE WS-CTL-AUDITORIA TO AUDIT-PARAMETROS
            ELSE
                MOVE WS-ECO-PARAMETROS TO AUDIT-PARAMETROS
            END-IF
            WRITE AUDIT-REG
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM CALCULAAREA.

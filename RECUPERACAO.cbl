      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Recuperacao (make-up exam) run after the boletim.
      *          Students who come out REPROVADO in a discipline on
      *          BOLETIM.DAT sit a recovery exam; their scores arrive
      *          in RECUPERA.DAT (student, discipline, score). The
      *          discipline averages are recomputed from
      *          DISCIPLINAS.DAT with the weights and pass mark of
      *          DISCMEST.DAT, exactly as MEDIA prints them, and for
      *          each failed discipline with a recovery score the
      *          final average becomes the better of the original
      *          average and the recovery score, capped at the
      *          discipline's pass mark. An amended boletim showing
      *          the original average, the recovery score, the final
      *          average and status of every discipline of each
      *          student who sat a recovery exam goes to
      *          BOLETIMREC.DAT, and the student's result for the
      *          current term in HISTMEDIA.DAT becomes APROVADO when
      *          no discipline is left failing, REPROVADO otherwise
      *          (rewritten through HISTMEDNOVO.DAT). Recovery scores
      *          of students with no failing discipline, scores for a
      *          discipline that was not failed, and scores that
      *          cannot be matched are listed in RECUPREJ.DAT and not
      *          processed. Rerunning with the same input gives the
      *          same result.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Attendance is respected: a discipline below the
      *              minimum attendance of FREQUENCIA.DAT (PARAMOPER
      *              FREQMINIMA, default 75%) stays REP FALTA whatever
      *              the recovery score, and the term result of a
      *              student with such a discipline stays REP FALTA,
      *              as MEDIA closes it.
      * 15_10_26 DB  The header and trailer records now carried by
      *              DISCIPLINAS.DAT (layout in CTRLARQ) are passed
      *              over; the batch itself is checked by MEDIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPERA-FILE ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERA-STATUS.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.
           SELECT DISCMEST-FILE ASSIGN TO "DISCMEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCMEST-STATUS.
           SELECT DISC-ORDENADO-FILE ASSIGN TO "RECORDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCORDEM-STATUS.
           SELECT SORT-DISC-WORK-FILE ASSIGN TO "SORTREC.DAT".
           SELECT HISTMEDIA-FILE ASSIGN TO "HISTMEDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMEDIA-STATUS.
           SELECT HISTMED-NOVO-FILE ASSIGN TO "HISTMEDNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMED-NOVO-STATUS.
           SELECT BOLETIMREC-FILE ASSIGN TO "BOLETIMREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETIMREC-STATUS.
           SELECT RECUPREJ-FILE ASSIGN TO "RECUPREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPREJ-STATUS.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQUENCIA-STATUS.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUPERA-FILE.
       01  RECUPERA-REG.
           05 RECUP-ALUNO-ID     PIC X(05).
           05 RECUP-CODIGO       PIC X(04).
           05 RECUP-NOTA         PIC 9(3)V99.
           05 RECUP-NOTA-X REDEFINES RECUP-NOTA PIC X(05).

       FD  DISCIPLINAS-FILE.
       01  DISC-REG.
           05 DISC-ALUNO-ID      PIC X(05).
           05 DISC-CODIGO        PIC X(04).
           05 DISC-NOTA1         PIC 9(3)V99.
           05 DISC-NOTA2         PIC 9(3)V99.
           05 DISC-NOTA3         PIC 9(3)V99.
           05 DISC-NOTA4         PIC 9(3)V99.

       FD  DISCMEST-FILE.
       01  DISCMEST-REG.
           05 DISCMEST-CODIGO    PIC X(04).
           05 DISCMEST-NOME      PIC X(20).
           05 DISCMEST-PESO1     PIC 9V99.
           05 DISCMEST-PESO2     PIC 9V99.
           05 DISCMEST-PESO3     PIC 9V99.
           05 DISCMEST-PESO4     PIC 9V99.
           05 DISCMEST-MINIMA    PIC 9(3)V99.

       FD  DISC-ORDENADO-FILE.
       01  DISCORDEM-REG.
           05 DISCORDEM-ALUNO-ID PIC X(05).
           05 DISCORDEM-CODIGO   PIC X(04).
           05 DISCORDEM-NOTA1    PIC 9(3)V99.
           05 DISCORDEM-NOTA2    PIC 9(3)V99.
           05 DISCORDEM-NOTA3    PIC 9(3)V99.
           05 DISCORDEM-NOTA4    PIC 9(3)V99.
       01  DISCORDEM-REG-CTRL.
           05 DISCORDEM-CTRL-TIPO PIC X(03).
               88 DISCORDEM-CONTROLE VALUES "HDR" "TRL".
           05 FILLER             PIC X(26).

       SD  SORT-DISC-WORK-FILE.
       01  SORT-DISC-REG.
           05 SORT-DISC-ALUNO-ID PIC X(05).
           05 SORT-DISC-CODIGO   PIC X(04).
           05 SORT-DISC-NOTA1    PIC 9(3)V99.
           05 SORT-DISC-NOTA2    PIC 9(3)V99.
           05 SORT-DISC-NOTA3    PIC 9(3)V99.
           05 SORT-DISC-NOTA4    PIC 9(3)V99.

       FD  HISTMEDIA-FILE.
       01  HISTMEDIA-REG.
           05 HISTMEDIA-ALUNO-ID    PIC X(05).
           05 HISTMEDIA-TERMO       PIC X(06).
           05 HISTMEDIA-MEDIA       PIC 9(3)V99.
           05 HISTMEDIA-RESULTADO   PIC X(09).

       FD  HISTMED-NOVO-FILE.
       01  HISTMED-NOVO-REG         PIC X(25).

       FD  BOLETIMREC-FILE.
       01  LINHA-BOLETIM             PIC X(100).

       FD  RECUPREJ-FILE.
       01  LINHA-REJEITO             PIC X(80).

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REG.
           05 FREQ-ALUNO-ID         PIC X(05).
           05 FREQ-CODIGO           PIC X(04).
           05 FREQ-AULAS-DADAS      PIC 9(03).
           05 FREQ-AULAS-ASSISTIDAS PIC 9(03).

       FD  PARAMOPER-FILE.
       01  PARAMOPER-REG.
           05 PARAM-NOME            PIC X(12).
           05 PARAM-VALOR           PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-RECUPERA-STATUS       PIC X(02).
       01 WS-DISC-STATUS           PIC X(02).
       01 WS-DISCMEST-STATUS       PIC X(02).
       01 WS-DISCORDEM-STATUS      PIC X(02).
       01 WS-HISTMEDIA-STATUS      PIC X(02).
       01 WS-HISTMED-NOVO-STATUS   PIC X(02).
       01 WS-BOLETIMREC-STATUS     PIC X(02).
       01 WS-RECUPREJ-STATUS       PIC X(02).
       01 WS-FREQUENCIA-STATUS     PIC X(02).
       01 WS-PARAMOPER-STATUS      PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-DATA-EXECUCAO-R  REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO-ATUAL          PIC 9(04).
           05 WS-MES-ATUAL          PIC 9(02).
           05 WS-DIA-ATUAL          PIC 9(02).
       01 WS-TERMO                 PIC X(06).
       01 WS-EOF-RECUPERA          PIC X           VALUE 'N'.
           88 FIM-RECUPERA                         VALUE 'S'.
       01 WS-EOF-DISCMEST          PIC X           VALUE 'N'.
           88 FIM-DISCMEST                         VALUE 'S'.
       01 WS-EOF-DISCORDEM         PIC X           VALUE 'N'.
           88 FIM-DISCORDEM                        VALUE 'S'.
       01 WS-EOF-HISTMEDIA         PIC X           VALUE 'N'.
           88 FIM-HISTMEDIA                        VALUE 'S'.
       01 WS-EOF-HISTMED-NOVO      PIC X           VALUE 'N'.
           88 FIM-HISTMED-NOVO                     VALUE 'S'.
       01 WS-EOF-FREQUENCIA        PIC X           VALUE 'N'.
           88 FIM-FREQUENCIA                       VALUE 'S'.
       01 WS-EOF-PARAMOPER         PIC X           VALUE 'N'.
           88 FIM-PARAMOPER                        VALUE 'S'.
       01 WS-FREQ-MINIMA           PIC 9(03)       VALUE 75.
       01 WS-QTD-FREQ              PIC 9(03)       VALUE 0.
       01 WS-QTD-DISCMEST          PIC 9(03)       VALUE 0.
       01 WS-QTD-RECUPERACOES      PIC 9(03)       VALUE 0.
       01 WS-QTD-LIDAS             PIC 9(05)       VALUE 0.
       01 WS-QTD-APLICADAS         PIC 9(05)       VALUE 0.
       01 WS-QTD-REJEITADAS        PIC 9(05)       VALUE 0.
       01 WS-QTD-ALUNOS-REC        PIC 9(03)       VALUE 0.
       01 WS-QTD-HISTMEDIA-ATUAL   PIC 9(05)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
       01 WS-SUB                   PIC 9(03)       VALUE 0.
       01 WS-SUB-DISC              PIC 9(03)       VALUE 0.

       01 WS-ALUNO-ATUAL           PIC X(05)       VALUE SPACES.
       01 WS-QTD-DISC-ALUNO        PIC 9(03)       VALUE 0.
       01 WS-ALUNO-TEM-REC         PIC X           VALUE 'N'.
           88 ALUNO-TEM-RECUPERACAO                VALUE 'S'.
       01 WS-ALUNO-TEM-REPROV      PIC X           VALUE 'N'.
           88 ALUNO-TEM-REPROVACAO                 VALUE 'S'.
       01 WS-ALUNO-AINDA-REPROV    PIC X           VALUE 'N'.
           88 ALUNO-AINDA-REPROVADO                VALUE 'S'.
       01 WS-ALUNO-REP-FALTA       PIC X           VALUE 'N'.
           88 ALUNO-REPROVADO-FALTA                VALUE 'S'.
       01 WS-DISC-MEDIA            PIC 9(3)V99.
       01 WS-BOL-QTD-DISC          PIC 9(03)       VALUE 0.
       01 WS-BOL-SOMA-MEDIAS       PIC 9(05)V99    VALUE 0.
       01 WS-BOL-MEDIA-GERAL       PIC 9(3)V99.

       01 TAB-DISCMEST.
           05 TAB-DM OCCURS 50 TIMES
                      INDEXED BY WS-DMIDX.
               10 TAB-DM-CODIGO      PIC X(04).
               10 TAB-DM-NOME        PIC X(20).
               10 TAB-DM-PESO1       PIC 9V99.
               10 TAB-DM-PESO2       PIC 9V99.
               10 TAB-DM-PESO3       PIC 9V99.
               10 TAB-DM-PESO4       PIC 9V99.
               10 TAB-DM-SOMA-PESOS  PIC 9(02)V99.
               10 TAB-DM-MINIMA      PIC 9(3)V99.

       01 TAB-FREQUENCIA.
           05 TAB-FRQ OCCURS 500 TIMES
                       INDEXED BY WS-FQIDX.
               10 TAB-FRQ-ALUNO-ID       PIC X(05).
               10 TAB-FRQ-CODIGO         PIC X(04).
               10 TAB-FRQ-PCT            PIC 9(3)V99.

      * Situacao: P = pendente, A = aplicada, I = informada (aluno ou
      * disciplina sem reprovacao), R = rejeitada na carga.
       01 TAB-RECUPERACOES.
           05 TAB-RCP OCCURS 200 TIMES
                       INDEXED BY WS-RPIDX.
               10 TAB-RCP-ALUNO-ID       PIC X(05).
               10 TAB-RCP-CODIGO         PIC X(04).
               10 TAB-RCP-NOTA           PIC 9(3)V99.
               10 TAB-RCP-SITUACAO       PIC X(01).

      * Disciplines of the student being processed.
       01 TAB-DISC-ALUNO.
           05 TAB-DA OCCURS 20 TIMES.
               10 TAB-DA-CODIGO          PIC X(04).
               10 TAB-DA-NOME            PIC X(20).
               10 TAB-DA-CADASTRADA      PIC X(01).
               10 TAB-DA-MEDIA-ORIG      PIC 9(3)V99.
               10 TAB-DA-MINIMA          PIC 9(3)V99.
               10 TAB-DA-IDX-REC         PIC 9(03).
               10 TAB-DA-MEDIA-FINAL     PIC 9(3)V99.
               10 TAB-DA-REP-FALTA       PIC X(01).

      * Term results changed by the run, applied to HISTMEDIA.DAT.
       01 TAB-RESULTADOS.
           05 TAB-RES OCCURS 200 TIMES
                       INDEXED BY WS-RSIDX.
               10 TAB-RES-ALUNO-ID       PIC X(05).
               10 TAB-RES-RESULTADO      PIC X(09).
               10 TAB-RES-ACHADO         PIC X(01).

       01 WS-CABECALHO-BOLETIM.
           05 FILLER             PIC X(33)
              VALUE "BOLETIM APOS RECUPERACAO - TERMO ".
           05 WS-CAB-TERMO       PIC X(06).
           05 FILLER             PIC X(06) VALUE " DIA: ".
           05 WS-CAB-DATA        PIC 9999/99/99.
           05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-LINHA-BOLETIM-ALUNO.
           05 FILLER             PIC X(07) VALUE "ALUNO: ".
           05 WS-BOL-ALUNO-ID    PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE "TERMO: ".
           05 WS-BOL-TERMO       PIC X(06).
           05 FILLER             PIC X(73) VALUE SPACES.

       01 WS-LINHA-BOLETIM-DISC.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "DISCIPLINA: ".
           05 WS-BOL-DISC        PIC X(20).
           05 FILLER             PIC X(08) VALUE " MEDIA: ".
           05 WS-BOL-MEDIA-ORIG  PIC ZZ9,99.
           05 FILLER             PIC X(07) VALUE " RECUP:".
           05 WS-BOL-NOTA-REC    PIC X(06).
           05 FILLER             PIC X(08) VALUE " FINAL: ".
           05 WS-BOL-MEDIA-FINAL PIC ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-BOL-RESULTADO   PIC X(09).
           05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-BOL-NOTA-REC-ED     PIC ZZ9,99.

       01 WS-LINHA-BOLETIM-DESCONH.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "DISCIPLINA: ".
           05 WS-BOL-DISC-DESCONH PIC X(04).
           05 FILLER             PIC X(24)
              VALUE " *** NAO CADASTRADA ***".
           05 FILLER             PIC X(58) VALUE SPACES.

       01 WS-LINHA-BOLETIM-GERAL.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(29)
              VALUE "MEDIA GERAL APOS RECUPERACAO:".
           05 WS-BOL-MEDIA-GERAL-ED PIC ZZ9,99.
           05 FILLER             PIC X(12) VALUE " RESULTADO: ".
           05 WS-BOL-RESULTADO-TERMO PIC X(09).
           05 FILLER             PIC X(42) VALUE SPACES.

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(07) VALUE "ALUNO: ".
           05 WS-REJ-ALUNO-ID    PIC X(05).
           05 FILLER             PIC X(07) VALUE " DISC: ".
           05 WS-REJ-CODIGO      PIC X(04).
           05 FILLER             PIC X(07) VALUE " NOTA: ".
           05 WS-REJ-NOTA        PIC X(06).
           05 FILLER             PIC X(09) VALUE " MOTIVO: ".
           05 WS-REJ-MOTIVO      PIC X(35).

       01 WS-REJ-NOTA-ED         PIC ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM PROCESSA-DISCIPLINAS
                PERFORM REJEITA-PENDENTES
                IF WS-QTD-ALUNOS-REC > 0
                    PERFORM ATUALIZA-HISTMEDIA
                END-IF
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            IF WS-MES-ATUAL <= 06
                STRING WS-ANO-ATUAL "." "1" DELIMITED BY SIZE
                    INTO WS-TERMO
            ELSE
                STRING WS-ANO-ATUAL "." "2" DELIMITED BY SIZE
                    INTO WS-TERMO
            END-IF
            OPEN INPUT RECUPERA-FILE
            IF WS-RECUPERA-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR RECUPERA.DAT - STATUS: "
                    WS-RECUPERA-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                OPEN INPUT DISCIPLINAS-FILE
                IF WS-DISC-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR DISCIPLINAS.DAT - STATUS: "
                        WS-DISC-STATUS
                    MOVE "12" TO WS-COD-RETORNO
                    MOVE 12 TO RETURN-CODE
                    CLOSE RECUPERA-FILE
                ELSE
                    CLOSE DISCIPLINAS-FILE
                    PERFORM CARREGA-DISCMEST
                    PERFORM CARREGA-PARAMETROS
                    PERFORM CARREGA-FREQUENCIA
                    OPEN OUTPUT RECUPREJ-FILE
                    PERFORM LER-RECUPERACAO
                    PERFORM CARREGA-RECUPERACAO UNTIL FIM-RECUPERA
                    CLOSE RECUPERA-FILE
                END-IF
            END-IF.

       CARREGA-DISCMEST.
            OPEN INPUT DISCMEST-FILE
            IF WS-DISCMEST-STATUS = "00"
                PERFORM LER-DISCMEST
                PERFORM CARREGA-DISCMEST-TABELA UNTIL FIM-DISCMEST
                CLOSE DISCMEST-FILE
            END-IF.

       LER-DISCMEST.
            READ DISCMEST-FILE
                AT END
                    MOVE 'S' TO WS-EOF-DISCMEST
            END-READ.

       CARREGA-DISCMEST-TABELA.
            IF WS-QTD-DISCMEST >= 50
                DISPLAY "TABELA DE DISCIPLINAS CHEIA - IGNORADO: "
                    DISCMEST-CODIGO
            ELSE
                IF DISCMEST-PESO1 + DISCMEST-PESO2 + DISCMEST-PESO3
                        + DISCMEST-PESO4 = 0
                    DISPLAY "DISCIPLINA COM PESOS ZERADOS - IGNORADA: "
                        DISCMEST-CODIGO
                ELSE
                    ADD 1 TO WS-QTD-DISCMEST
                    MOVE DISCMEST-CODIGO
                        TO TAB-DM-CODIGO (WS-QTD-DISCMEST)
                    MOVE DISCMEST-NOME
                        TO TAB-DM-NOME (WS-QTD-DISCMEST)
                    MOVE DISCMEST-PESO1
                        TO TAB-DM-PESO1 (WS-QTD-DISCMEST)
                    MOVE DISCMEST-PESO2
                        TO TAB-DM-PESO2 (WS-QTD-DISCMEST)
                    MOVE DISCMEST-PESO3
                        TO TAB-DM-PESO3 (WS-QTD-DISCMEST)
                    MOVE DISCMEST-PESO4
                        TO TAB-DM-PESO4 (WS-QTD-DISCMEST)
                    COMPUTE TAB-DM-SOMA-PESOS (WS-QTD-DISCMEST) =
                        DISCMEST-PESO1 + DISCMEST-PESO2
                        + DISCMEST-PESO3 + DISCMEST-PESO4
                    END-COMPUTE
                    MOVE DISCMEST-MINIMA
                        TO TAB-DM-MINIMA (WS-QTD-DISCMEST)
                END-IF
            END-IF
            PERFORM LER-DISCMEST.

       CARREGA-PARAMETROS.
            OPEN INPUT PARAMOPER-FILE
            IF WS-PARAMOPER-STATUS = "00"
                PERFORM LER-PARAMETRO
                PERFORM APLICA-PARAMETRO UNTIL FIM-PARAMOPER
                CLOSE PARAMOPER-FILE
            END-IF.

       LER-PARAMETRO.
            READ PARAMOPER-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PARAMOPER
            END-READ.

       APLICA-PARAMETRO.
            IF PARAM-NOME = "FREQMINIMA"
                IF PARAM-VALOR IS NUMERIC
                        AND PARAM-VALOR >= 1
                        AND PARAM-VALOR <= 100
                    MOVE PARAM-VALOR TO WS-FREQ-MINIMA
                ELSE
                    DISPLAY "RECUPERACAO: FREQMINIMA FORA DA FAIXA "
                        "EM PARAMOPER.DAT - USANDO " WS-FREQ-MINIMA
                END-IF
            END-IF
            PERFORM LER-PARAMETRO.

      * Same attendance records and rule as MEDIA; inconsistent
      * records were already reported there and are skipped here.
       CARREGA-FREQUENCIA.
            OPEN INPUT FREQUENCIA-FILE
            IF WS-FREQUENCIA-STATUS = "00"
                PERFORM LER-FREQUENCIA
                PERFORM CARREGA-FREQUENCIA-TABELA UNTIL FIM-FREQUENCIA
                CLOSE FREQUENCIA-FILE
            END-IF.

       LER-FREQUENCIA.
            READ FREQUENCIA-FILE
                AT END
                    MOVE 'S' TO WS-EOF-FREQUENCIA
            END-READ.

       CARREGA-FREQUENCIA-TABELA.
            IF FREQ-AULAS-DADAS IS NUMERIC
                    AND FREQ-AULAS-ASSISTIDAS IS NUMERIC
                    AND FREQ-AULAS-DADAS > 0
                    AND FREQ-AULAS-ASSISTIDAS <= FREQ-AULAS-DADAS
                    AND WS-QTD-FREQ < 500
                ADD 1 TO WS-QTD-FREQ
                MOVE FREQ-ALUNO-ID TO TAB-FRQ-ALUNO-ID (WS-QTD-FREQ)
                MOVE FREQ-CODIGO TO TAB-FRQ-CODIGO (WS-QTD-FREQ)
                COMPUTE TAB-FRQ-PCT (WS-QTD-FREQ) =
                    FREQ-AULAS-ASSISTIDAS * 100 / FREQ-AULAS-DADAS
                END-COMPUTE
            END-IF
            PERFORM LER-FREQUENCIA.

       LER-RECUPERACAO.
            READ RECUPERA-FILE
                AT END
                    MOVE 'S' TO WS-EOF-RECUPERA
            END-READ.

       CARREGA-RECUPERACAO.
            ADD 1 TO WS-QTD-LIDAS
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            EVALUATE TRUE
                WHEN RECUP-ALUNO-ID = SPACES
                    MOVE "ALUNO-ID EM BRANCO" TO WS-MOTIVO-REJEICAO
                WHEN RECUP-NOTA NOT NUMERIC
                    MOVE "NOTA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
                WHEN WS-QTD-RECUPERACOES >= 200
                    MOVE "TABELA DE RECUPERACOES CHEIA"
                        TO WS-MOTIVO-REJEICAO
                WHEN OTHER
                    PERFORM VALIDA-DISCIPLINA-RECUPERACAO
            END-EVALUATE
            IF WS-MOTIVO-REJEICAO = SPACES
                ADD 1 TO WS-QTD-RECUPERACOES
                MOVE RECUP-ALUNO-ID
                    TO TAB-RCP-ALUNO-ID (WS-QTD-RECUPERACOES)
                MOVE RECUP-CODIGO
                    TO TAB-RCP-CODIGO (WS-QTD-RECUPERACOES)
                MOVE RECUP-NOTA TO TAB-RCP-NOTA (WS-QTD-RECUPERACOES)
                MOVE "P" TO TAB-RCP-SITUACAO (WS-QTD-RECUPERACOES)
            ELSE
                MOVE RECUP-ALUNO-ID TO WS-REJ-ALUNO-ID
                MOVE RECUP-CODIGO TO WS-REJ-CODIGO
                IF RECUP-NOTA IS NUMERIC
                    MOVE RECUP-NOTA TO WS-REJ-NOTA-ED
                    MOVE WS-REJ-NOTA-ED TO WS-REJ-NOTA
                ELSE
                    MOVE RECUP-NOTA-X TO WS-REJ-NOTA
                END-IF
                PERFORM GRAVA-REJEITO
            END-IF
            PERFORM LER-RECUPERACAO.

       VALIDA-DISCIPLINA-RECUPERACAO.
            SET WS-DMIDX TO 1
            SEARCH TAB-DM
                AT END
                    MOVE "DISCIPLINA NAO CADASTRADA"
                        TO WS-MOTIVO-REJEICAO
                WHEN WS-DMIDX > WS-QTD-DISCMEST
                    MOVE "DISCIPLINA NAO CADASTRADA"
                        TO WS-MOTIVO-REJEICAO
                WHEN TAB-DM-CODIGO (WS-DMIDX) = RECUP-CODIGO
                    CONTINUE
            END-SEARCH
            IF WS-MOTIVO-REJEICAO = SPACES
                SET WS-RPIDX TO 1
                SEARCH TAB-RCP
                    AT END
                        CONTINUE
                    WHEN WS-RPIDX > WS-QTD-RECUPERACOES
                        CONTINUE
                    WHEN TAB-RCP-ALUNO-ID (WS-RPIDX) = RECUP-ALUNO-ID
                         AND TAB-RCP-CODIGO (WS-RPIDX) = RECUP-CODIGO
                        MOVE "RECUPERACAO DUPLICADA NO LOTE"
                            TO WS-MOTIVO-REJEICAO
                END-SEARCH
            END-IF.

       PROCESSA-DISCIPLINAS.
            SORT SORT-DISC-WORK-FILE
                ON ASCENDING KEY SORT-DISC-ALUNO-ID
                ON ASCENDING KEY SORT-DISC-CODIGO
                USING DISCIPLINAS-FILE
                GIVING DISC-ORDENADO-FILE
            OPEN INPUT DISC-ORDENADO-FILE
            OPEN OUTPUT BOLETIMREC-FILE
            MOVE WS-TERMO TO WS-CAB-TERMO
            MOVE WS-DATA-EXECUCAO TO WS-CAB-DATA
            WRITE LINHA-BOLETIM FROM WS-CABECALHO-BOLETIM
            PERFORM LER-DISCORDEM
            PERFORM ACUMULA-DISCIPLINA UNTIL FIM-DISCORDEM
            PERFORM FECHA-ALUNO
            CLOSE DISC-ORDENADO-FILE
            CLOSE BOLETIMREC-FILE.

      * The header and trailer of DISCIPLINAS.DAT sort in among the
      * details and are passed over here.
       LER-DISCORDEM.
            PERFORM LER-DISCORDEM-REGISTRO
            PERFORM LER-DISCORDEM-REGISTRO
                UNTIL FIM-DISCORDEM OR NOT DISCORDEM-CONTROLE.

       LER-DISCORDEM-REGISTRO.
            READ DISC-ORDENADO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-DISCORDEM
            END-READ.

       ACUMULA-DISCIPLINA.
            IF DISCORDEM-ALUNO-ID NOT = WS-ALUNO-ATUAL
                PERFORM FECHA-ALUNO
                MOVE DISCORDEM-ALUNO-ID TO WS-ALUNO-ATUAL
                MOVE 0 TO WS-QTD-DISC-ALUNO
                MOVE 'N' TO WS-ALUNO-TEM-REC
                MOVE 'N' TO WS-ALUNO-TEM-REPROV
            END-IF
            IF WS-QTD-DISC-ALUNO < 20
                ADD 1 TO WS-QTD-DISC-ALUNO
                MOVE WS-QTD-DISC-ALUNO TO WS-SUB-DISC
                PERFORM REGISTRA-DISCIPLINA-ALUNO
            ELSE
                DISPLAY "DISCIPLINAS DO ALUNO EXCEDEM A TABELA - "
                    "IGNORADO: " DISCORDEM-ALUNO-ID " "
                    DISCORDEM-CODIGO
            END-IF
            PERFORM LER-DISCORDEM.

       REGISTRA-DISCIPLINA-ALUNO.
            MOVE DISCORDEM-CODIGO TO TAB-DA-CODIGO (WS-SUB-DISC)
            MOVE 0 TO TAB-DA-IDX-REC (WS-SUB-DISC)
            MOVE 'N' TO TAB-DA-REP-FALTA (WS-SUB-DISC)
            SET WS-FQIDX TO 1
            SEARCH TAB-FRQ
                AT END
                    CONTINUE
                WHEN WS-FQIDX > WS-QTD-FREQ
                    CONTINUE
                WHEN TAB-FRQ-ALUNO-ID (WS-FQIDX) = DISCORDEM-ALUNO-ID
                     AND TAB-FRQ-CODIGO (WS-FQIDX) = DISCORDEM-CODIGO
                    IF TAB-FRQ-PCT (WS-FQIDX) < WS-FREQ-MINIMA
                        MOVE 'S' TO TAB-DA-REP-FALTA (WS-SUB-DISC)
                    END-IF
            END-SEARCH
            SET WS-DMIDX TO 1
            SEARCH TAB-DM
                AT END
                    MOVE 'N' TO TAB-DA-CADASTRADA (WS-SUB-DISC)
                WHEN WS-DMIDX > WS-QTD-DISCMEST
                    MOVE 'N' TO TAB-DA-CADASTRADA (WS-SUB-DISC)
                WHEN TAB-DM-CODIGO (WS-DMIDX) = DISCORDEM-CODIGO
                    MOVE 'S' TO TAB-DA-CADASTRADA (WS-SUB-DISC)
                    PERFORM CALCULA-DISCIPLINA-MESTRE
            END-SEARCH
            SET WS-RPIDX TO 1
            SEARCH TAB-RCP
                AT END
                    CONTINUE
                WHEN WS-RPIDX > WS-QTD-RECUPERACOES
                    CONTINUE
                WHEN TAB-RCP-ALUNO-ID (WS-RPIDX) = DISCORDEM-ALUNO-ID
                     AND TAB-RCP-CODIGO (WS-RPIDX) = DISCORDEM-CODIGO
                    MOVE 'S' TO WS-ALUNO-TEM-REC
                    SET TAB-DA-IDX-REC (WS-SUB-DISC) TO WS-RPIDX
            END-SEARCH.

       CALCULA-DISCIPLINA-MESTRE.
            COMPUTE WS-DISC-MEDIA =
                (DISCORDEM-NOTA1 * TAB-DM-PESO1 (WS-DMIDX)
                 + DISCORDEM-NOTA2 * TAB-DM-PESO2 (WS-DMIDX)
                 + DISCORDEM-NOTA3 * TAB-DM-PESO3 (WS-DMIDX)
                 + DISCORDEM-NOTA4 * TAB-DM-PESO4 (WS-DMIDX))
                / TAB-DM-SOMA-PESOS (WS-DMIDX)
            END-COMPUTE
            MOVE TAB-DM-NOME (WS-DMIDX) TO TAB-DA-NOME (WS-SUB-DISC)
            MOVE TAB-DM-MINIMA (WS-DMIDX)
                TO TAB-DA-MINIMA (WS-SUB-DISC)
            MOVE WS-DISC-MEDIA TO TAB-DA-MEDIA-ORIG (WS-SUB-DISC)
            MOVE WS-DISC-MEDIA TO TAB-DA-MEDIA-FINAL (WS-SUB-DISC)
            IF WS-DISC-MEDIA < TAB-DM-MINIMA (WS-DMIDX)
                MOVE 'S' TO WS-ALUNO-TEM-REPROV
            END-IF.

      * Only students with at least one recovery score are reprinted.
      * A student with no failing discipline has every score reported
      * and nothing processed; otherwise scores for disciplines that
      * were not failed are reported and the rest applied.
       FECHA-ALUNO.
            IF WS-ALUNO-ATUAL NOT = SPACES AND ALUNO-TEM-RECUPERACAO
                IF NOT ALUNO-TEM-REPROVACAO
                    MOVE "ALUNO SEM DISCIPLINA REPROVADA"
                        TO WS-MOTIVO-REJEICAO
                    MOVE 0 TO WS-SUB-DISC
                    PERFORM INFORMA-RECUPERACAO-ALUNO
                        WS-QTD-DISC-ALUNO TIMES
                ELSE
                    PERFORM GERA-BOLETIM-RECUPERACAO
                END-IF
            END-IF.

       INFORMA-RECUPERACAO-ALUNO.
            ADD 1 TO WS-SUB-DISC
            IF TAB-DA-IDX-REC (WS-SUB-DISC) > 0
                MOVE TAB-DA-IDX-REC (WS-SUB-DISC) TO WS-SUB
                PERFORM INFORMA-RECUPERACAO
            END-IF.

       INFORMA-RECUPERACAO.
            MOVE "I" TO TAB-RCP-SITUACAO (WS-SUB)
            MOVE TAB-RCP-ALUNO-ID (WS-SUB) TO WS-REJ-ALUNO-ID
            MOVE TAB-RCP-CODIGO (WS-SUB) TO WS-REJ-CODIGO
            MOVE TAB-RCP-NOTA (WS-SUB) TO WS-REJ-NOTA-ED
            MOVE WS-REJ-NOTA-ED TO WS-REJ-NOTA
            PERFORM GRAVA-REJEITO.

       GERA-BOLETIM-RECUPERACAO.
            ADD 1 TO WS-QTD-ALUNOS-REC
            MOVE 'N' TO WS-ALUNO-AINDA-REPROV
            MOVE 'N' TO WS-ALUNO-REP-FALTA
            MOVE 0 TO WS-BOL-QTD-DISC
            MOVE 0 TO WS-BOL-SOMA-MEDIAS
            MOVE WS-ALUNO-ATUAL TO WS-BOL-ALUNO-ID
            MOVE WS-TERMO TO WS-BOL-TERMO
            WRITE LINHA-BOLETIM FROM WS-LINHA-BOLETIM-ALUNO
            MOVE 0 TO WS-SUB-DISC
            PERFORM LISTA-DISCIPLINA-RECUPERACAO WS-QTD-DISC-ALUNO TIMES
            IF WS-BOL-QTD-DISC > 0
                COMPUTE WS-BOL-MEDIA-GERAL =
                    WS-BOL-SOMA-MEDIAS / WS-BOL-QTD-DISC
            ELSE
                MOVE 0 TO WS-BOL-MEDIA-GERAL
            END-IF
            MOVE WS-BOL-MEDIA-GERAL TO WS-BOL-MEDIA-GERAL-ED
            EVALUATE TRUE
                WHEN ALUNO-REPROVADO-FALTA
                    MOVE "REP FALTA" TO WS-BOL-RESULTADO-TERMO
                WHEN ALUNO-AINDA-REPROVADO
                    MOVE "REPROVADO" TO WS-BOL-RESULTADO-TERMO
                WHEN OTHER
                    MOVE "APROVADO" TO WS-BOL-RESULTADO-TERMO
            END-EVALUATE
            WRITE LINHA-BOLETIM FROM WS-LINHA-BOLETIM-GERAL
            IF WS-QTD-ALUNOS-REC <= 200
                MOVE WS-ALUNO-ATUAL
                    TO TAB-RES-ALUNO-ID (WS-QTD-ALUNOS-REC)
                MOVE WS-BOL-RESULTADO-TERMO
                    TO TAB-RES-RESULTADO (WS-QTD-ALUNOS-REC)
                MOVE 'N' TO TAB-RES-ACHADO (WS-QTD-ALUNOS-REC)
            END-IF.

       LISTA-DISCIPLINA-RECUPERACAO.
            ADD 1 TO WS-SUB-DISC
            IF TAB-DA-CADASTRADA (WS-SUB-DISC) = 'N'
                MOVE TAB-DA-CODIGO (WS-SUB-DISC) TO WS-BOL-DISC-DESCONH
                WRITE LINHA-BOLETIM FROM WS-LINHA-BOLETIM-DESCONH
            ELSE
                MOVE "     -" TO WS-BOL-NOTA-REC
                IF TAB-DA-IDX-REC (WS-SUB-DISC) > 0
                    MOVE TAB-DA-IDX-REC (WS-SUB-DISC) TO WS-SUB
                    PERFORM APLICA-RECUPERACAO
                END-IF
                MOVE TAB-DA-NOME (WS-SUB-DISC) TO WS-BOL-DISC
                MOVE TAB-DA-MEDIA-ORIG (WS-SUB-DISC)
                    TO WS-BOL-MEDIA-ORIG
                MOVE TAB-DA-MEDIA-FINAL (WS-SUB-DISC)
                    TO WS-BOL-MEDIA-FINAL
                IF TAB-DA-MEDIA-FINAL (WS-SUB-DISC)
                        >= TAB-DA-MINIMA (WS-SUB-DISC)
                    MOVE "APROVADO" TO WS-BOL-RESULTADO
                ELSE
                    MOVE "REPROVADO" TO WS-BOL-RESULTADO
                    MOVE 'S' TO WS-ALUNO-AINDA-REPROV
                END-IF
                IF TAB-DA-REP-FALTA (WS-SUB-DISC) = 'S'
                    MOVE "REP FALTA" TO WS-BOL-RESULTADO
                    MOVE 'S' TO WS-ALUNO-REP-FALTA
                END-IF
                ADD 1 TO WS-BOL-QTD-DISC
                ADD TAB-DA-MEDIA-FINAL (WS-SUB-DISC)
                    TO WS-BOL-SOMA-MEDIAS
                WRITE LINHA-BOLETIM FROM WS-LINHA-BOLETIM-DISC
            END-IF.

      * Final = better of the original average and the recovery
      * score, never above the discipline's pass mark.
       APLICA-RECUPERACAO.
            IF TAB-DA-MEDIA-ORIG (WS-SUB-DISC)
                    >= TAB-DA-MINIMA (WS-SUB-DISC)
                MOVE "DISCIPLINA NAO ESTAVA REPROVADA"
                    TO WS-MOTIVO-REJEICAO
                PERFORM INFORMA-RECUPERACAO
            ELSE
                ADD 1 TO WS-QTD-APLICADAS
                MOVE "A" TO TAB-RCP-SITUACAO (WS-SUB)
                MOVE TAB-RCP-NOTA (WS-SUB) TO WS-BOL-NOTA-REC-ED
                MOVE WS-BOL-NOTA-REC-ED TO WS-BOL-NOTA-REC
                IF TAB-RCP-NOTA (WS-SUB)
                        > TAB-DA-MEDIA-ORIG (WS-SUB-DISC)
                    IF TAB-RCP-NOTA (WS-SUB)
                            > TAB-DA-MINIMA (WS-SUB-DISC)
                        MOVE TAB-DA-MINIMA (WS-SUB-DISC)
                            TO TAB-DA-MEDIA-FINAL (WS-SUB-DISC)
                    ELSE
                        MOVE TAB-RCP-NOTA (WS-SUB)
                            TO TAB-DA-MEDIA-FINAL (WS-SUB-DISC)
                    END-IF
                END-IF
            END-IF.

       REJEITA-PENDENTES.
            MOVE "ALUNO/DISCIPLINA SEM NOTAS NO TERMO"
                TO WS-MOTIVO-REJEICAO
            MOVE 0 TO WS-SUB
            PERFORM REJEITA-PENDENTE WS-QTD-RECUPERACOES TIMES.

       REJEITA-PENDENTE.
            ADD 1 TO WS-SUB
            IF TAB-RCP-SITUACAO (WS-SUB) = "P"
                MOVE "R" TO TAB-RCP-SITUACAO (WS-SUB)
                MOVE TAB-RCP-ALUNO-ID (WS-SUB) TO WS-REJ-ALUNO-ID
                MOVE TAB-RCP-CODIGO (WS-SUB) TO WS-REJ-CODIGO
                MOVE TAB-RCP-NOTA (WS-SUB) TO WS-REJ-NOTA-ED
                MOVE WS-REJ-NOTA-ED TO WS-REJ-NOTA
                PERFORM GRAVA-REJEITO
            END-IF.

       GRAVA-REJEITO.
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

      * HISTMEDIA.DAT is sequential: the current term's record of
      * each student processed takes the new result through
      * HISTMEDNOVO.DAT, then the file is copied back.
       ATUALIZA-HISTMEDIA.
            OPEN INPUT HISTMEDIA-FILE
            IF WS-HISTMEDIA-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR HISTMEDIA.DAT - STATUS: "
                    WS-HISTMEDIA-STATUS
                MOVE "08" TO WS-COD-RETORNO
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT HISTMED-NOVO-FILE
                PERFORM LER-HISTMEDIA
                PERFORM COPIA-HISTMEDIA UNTIL FIM-HISTMEDIA
                CLOSE HISTMEDIA-FILE
                CLOSE HISTMED-NOVO-FILE
                PERFORM REGRAVA-HISTMEDIA
                MOVE "SEM RESULTADO DO TERMO NO HISTMEDIA"
                    TO WS-MOTIVO-REJEICAO
                MOVE 0 TO WS-SUB
                PERFORM REJEITA-SEM-HISTMEDIA WS-QTD-ALUNOS-REC TIMES
            END-IF.

       LER-HISTMEDIA.
            READ HISTMEDIA-FILE
                AT END
                    MOVE 'S' TO WS-EOF-HISTMEDIA
            END-READ.

       COPIA-HISTMEDIA.
            IF HISTMEDIA-TERMO = WS-TERMO
                SET WS-RSIDX TO 1
                SEARCH TAB-RES
                    AT END
                        CONTINUE
                    WHEN WS-RSIDX > WS-QTD-ALUNOS-REC
                        CONTINUE
                    WHEN TAB-RES-ALUNO-ID (WS-RSIDX)
                         = HISTMEDIA-ALUNO-ID
                        MOVE TAB-RES-RESULTADO (WS-RSIDX)
                            TO HISTMEDIA-RESULTADO
                        MOVE 'S' TO TAB-RES-ACHADO (WS-RSIDX)
                        ADD 1 TO WS-QTD-HISTMEDIA-ATUAL
                END-SEARCH
            END-IF
            WRITE HISTMED-NOVO-REG FROM HISTMEDIA-REG
            PERFORM LER-HISTMEDIA.

       REGRAVA-HISTMEDIA.
            OPEN INPUT HISTMED-NOVO-FILE
            OPEN OUTPUT HISTMEDIA-FILE
            PERFORM LER-HISTMED-NOVO
            PERFORM COPIA-HISTMED-NOVO UNTIL FIM-HISTMED-NOVO
            CLOSE HISTMED-NOVO-FILE
            CLOSE HISTMEDIA-FILE.

       LER-HISTMED-NOVO.
            READ HISTMED-NOVO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-HISTMED-NOVO
            END-READ.

       COPIA-HISTMED-NOVO.
            WRITE HISTMEDIA-REG FROM HISTMED-NOVO-REG
            PERFORM LER-HISTMED-NOVO.

       REJEITA-SEM-HISTMEDIA.
            ADD 1 TO WS-SUB
            IF WS-SUB <= 200
                IF TAB-RES-ACHADO (WS-SUB) = 'N'
                    MOVE TAB-RES-ALUNO-ID (WS-SUB) TO WS-REJ-ALUNO-ID
                    MOVE SPACES TO WS-REJ-CODIGO
                    MOVE SPACES TO WS-REJ-NOTA
                    PERFORM GRAVA-REJEITO
                END-IF
            END-IF.

       FINALIZACAO.
            IF WS-COD-RETORNO NOT = "12"
                CLOSE RECUPREJ-FILE
                DISPLAY "RECUPERACAO: " WS-QTD-LIDAS
                    " NOTAS DE RECUPERACAO LIDAS"
                DISPLAY "RECUPERACAO: " WS-QTD-APLICADAS
                    " APLICADAS, " WS-QTD-REJEITADAS
                    " LISTADAS EM RECUPREJ.DAT"
                DISPLAY "RECUPERACAO: " WS-QTD-HISTMEDIA-ATUAL
                    " RESULTADOS ATUALIZADOS EM HISTMEDIA.DAT"
            END-IF.
       END PROGRAM RECUPERACAO.

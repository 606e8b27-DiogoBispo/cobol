      ******************************************************************
      * Header and trailer control records of the inbound batch files
      * NUMEROS.DAT, TRANSACOES.DAT, DISCIPLINAS.DAT and
      * ATUALIZACOES.DAT, checked by CALCULAAREA, INDICEPOLUICAO and
      * MEDIA before any detail is processed. The sender wraps each
      * batch in a header, first record, carrying the business date
      * it was produced for and its sequence number (one more than
      * the previous batch of that file), and a trailer, last record,
      * carrying the number of detail records and the hash total of
      * the file's key amount:
      *   NUMEROS.DAT      NUM-DIM1 + NUM-DIM2
      *   TRANSACOES.DAT   TRANS-INDPOL
      *   DISCIPLINAS.DAT  DISC-NOTA1 through DISC-NOTA4
      *   ATUALIZACOES.DAT ATUAL-NOTA1 through ATUAL-NOTA4
      * Control records are told from details by "HDR" or "TRL" in
      * the first three bytes, which no detail key can start with.
      * The record is moved here from the file's own record area.
      ******************************************************************
       01  CONTROLE-ARQ-REG.
           05 CTRL-TIPO                PIC X(03).
               88 CTRL-HEADER              VALUE "HDR".
               88 CTRL-TRAILER             VALUE "TRL".
           05 CTRL-HEADER-DADOS.
               10 CTRL-DATA-NEGOCIO    PIC 9(08).
               10 CTRL-SEQUENCIA       PIC 9(05).
               10 FILLER               PIC X(12).
           05 CTRL-TRAILER-DADOS  REDEFINES CTRL-HEADER-DADOS.
               10 CTRL-QTD-REGISTROS   PIC 9(07).
               10 CTRL-HASH-TOTAL      PIC 9(13)V9(02).

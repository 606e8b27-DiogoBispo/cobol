      ******************************************************************
      * Record of CTRLENTRADA.DAT, one per inbound batch file: the
      * sequence number and business date of the last batch of that
      * file processed to completion. Read and rewritten by
      * CALCULAAREA, INDICEPOLUICAO and MEDIA; a file with no record
      * yet accepts any sequence on its first batch.
      ******************************************************************
       01  CTRLENT-REG.
           05 CTRLENT-ARQUIVO          PIC X(16).
           05 CTRLENT-ULT-SEQ          PIC 9(05).
           05 CTRLENT-DATA             PIC 9(08).

      ******************************************************************
      * Job (obra) master record layout of OBRAS.DAT, maintained by
      * OBRASMANUT and read by CALCULAAREA (NUM-OBRA validation and
      * the ceiling check on ORCAMENTO.DAT) and FATURAMENTO (client
      * name and address on each invoice). OBRA-STATUS starts aberta
      * ("A"); an encerrada ("E") obra is kept on file so its history
      * still resolves, but CALCULAAREA refuses new lines for it.
      * OBRA-TETO is the contracted budget ceiling for the whole job.
      ******************************************************************
       01  OBRA-REG.
           05 OBRA-ID                  PIC X(05).
           05 OBRA-CLIENTE             PIC X(30).
           05 OBRA-ENDERECO            PIC X(40).
           05 OBRA-STATUS              PIC X(01).
               88 OBRA-ABERTA              VALUE "A".
               88 OBRA-ENCERRADA           VALUE "E".
           05 OBRA-TETO                PIC 9(11)V99.

      ******************************************************************
      * Materials master record layout of MATERIAIS.DAT, one record
      * per NUM-CATEGORIA, read by CALCULAAREA to turn each obra's
      * computed areas into purchase quantities on REQUISICAO.DAT.
      * MAT-COBERTURA is the square metres one purchase unit
      * (MAT-UNIDADE: board, pane, box, sheet...) covers and
      * MAT-PERDA the cutting/waste percentage added on top of the
      * net area before dividing; the result is always rounded up
      * to whole units.
      ******************************************************************
       01  MATERIAL-REG.
           05 MAT-CATEGORIA            PIC X(03).
           05 MAT-DESCRICAO            PIC X(20).
           05 MAT-UNIDADE              PIC X(06).
           05 MAT-COBERTURA            PIC 9(03)V99.
           05 MAT-PERDA                PIC 9(02)V99.
           05 MAT-FORNECEDOR           PIC X(20).

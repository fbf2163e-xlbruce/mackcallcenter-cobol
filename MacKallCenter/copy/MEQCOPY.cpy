      *MEQCOPY - layout of REG-MODELO-EQUIP, the equipment model
      *master (MODELOSEQP.DAT) kept by CADASTRO_MODELO_EQUIP. EQ-MODELO
      *on EQUIPAMENTOS.DAT carries ME-CODIGO, validated here when the
      *box enters stock, so the same decoder is one code instead of
      *whatever spelling the clerk typed. ME-CUSTO is the unit cost
      *and ME-ESTOQUE-MINIMO the stock below which POSICAO_ESTOQUE
      *raises the reorder alert. ME-PADRAO-INSTALACAO "S" marks the
      *model a new installation goes out with, which is where the
      *coming week's booked installations are reserved against.
      *ME-ATIVO "N" retires a model without orphaning the serials
      *already on file under it.
       01 REG-MODELO-EQUIP.
           05 ME-CODIGO PIC X(10).
           05 ME-DESCRICAO PIC X(30).
           05 ME-CUSTO PIC 9(5)V99.
           05 ME-ESTOQUE-MINIMO PIC 9(5).
           05 ME-PADRAO-INSTALACAO PIC X(1).
           05 ME-ATIVO PIC X(1).
           05 ME-OPERADOR PIC X(5).
           05 ME-DATA-CADASTRO PIC 9(8).

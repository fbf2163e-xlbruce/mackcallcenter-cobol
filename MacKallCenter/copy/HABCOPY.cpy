      *HABCOPY - layout of REG-HABILIDADE, one row per attendant
      *(AT-ID, ATECOPY) per occurrence category (CAT-CODIGO, CATCOPY)
      *the attendant is trained to handle, on HABILIDADES.DAT, kept by
      *CADASTRO_HABILIDADE. Distribui_Ocorrencia routes a new open
      *occurrence only to attendants holding an active row for its
      *category. HB-ATIVO "N" takes the skill away without losing
      *who granted it and when.
       01 REG-HABILIDADE.
           05 HB-CHAVE.
               10 HB-AT-ID PIC X(5).
               10 HB-CATEGORIA PIC X(3).
           05 HB-ATIVO PIC X(1).
           05 HB-OPERADOR PIC X(5).
           05 HB-DATA-CADASTRO PIC 9(8).

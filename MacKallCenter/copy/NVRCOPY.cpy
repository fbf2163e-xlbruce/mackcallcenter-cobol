      *NVRCOPY - layout of REG-NIVEL-RELATORIO, the per-report
      *setting for how much of a client's CPF, phone and address a
      *cataloged output may carry (NIVEIS_RELATORIO.DAT, maintained
      *by supervisors on CADASTRO_NIVEL_RELATORIO). Keyed by the same
      *report name the report hands Catalogo_Relatorio. A report with
      *no row keeps the level its program was written with: masked
      *for everything except the outputs that go to the client or
      *the bank, which need the full values.
       01 REG-NIVEL-RELATORIO.
           05 NR-RELATORIO PIC X(20).
           05 NR-NIVEL PIC X(1).
               88 NR-COMPLETO VALUE "C".
               88 NR-MASCARADO VALUE "M".
           05 NR-OPERADOR PIC X(5).
           05 NR-DATA PIC 9(8).

      *composite-key idiom here), so reading the notes forward from
      *the key tells the whole story in order. NT-OPERADOR is the
      *operator signed on when the note was taken.
      *NT-TEXTO-ROTEIRO is the fixed shape of the note INCLUI_OCORR
      *writes when the attendant walked a troubleshooting script
      *(ROTCOPY.cpy): the category, the step the call ended on and
      *how it ended, laid out so the monthly script report can read
      *it back.
       01 REG-NOTA.
           05 NT-CHAVE.
               10 NT-CHAVE-OCORR.
               10 NT-SEQ PIC 9(2).
           05 NT-OPERADOR PIC X(5).
           05 NT-TEXTO PIC X(70).
           05 NT-TEXTO-ROTEIRO REDEFINES NT-TEXTO.
               10 NT-RT-MARCA PIC X(8).
                   88 NT-NOTA-ROTEIRO VALUE "ROTEIRO ".
               10 NT-RT-CATEGORIA PIC X(3).
               10 NT-RT-ROTULO-PASSO PIC X(7).
               10 NT-RT-PASSO PIC 9(2).
               10 NT-RT-SEPARADOR PIC X(3).
               10 NT-RT-DESFECHO PIC X(12).
                   88 NT-RT-RESOLVIDO VALUE "RESOLVIDO".
                   88 NT-RT-VISITA VALUE "VISITA".
                   88 NT-RT-INTERROMPIDO VALUE "INTERROMPIDO".
               10 NT-RT-ROTULO-RES PIC X(5).
               10 NT-RT-RESOLUCAO PIC X(3).
               10 FILLER PIC X(27).

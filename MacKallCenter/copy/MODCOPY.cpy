      *MODCOPY - layout of REG-MODELO, the message-template master the
      *SMS bureau shares with us: MD-CODIGO is the template code each
      *outbound notification line carries, and MD-TEXTO the message
      *text with its substitution slots (&NOME, &PROTOCOLO, &DATA,
      *and &DE/&PARA for a price change) --
      *the bureau does the merging, our notification lines carry the
      *filled values as separate columns (NOTIFCOPY.cpy).
      *MD-FINALIDADE says what the message is for: service messages
      *(visit, reactivation, outage, ...) always go out, marketing
      *ones only to clients who have not opted out of MD-CANAL on
      *CONSENTIMENTOS.DAT (CONSCOPY.cpy). Templates registered before
      *these two fields carry spaces and count as SMS service ones.
       01 REG-MODELO.
           05 MD-CODIGO PIC X(4).
           05 MD-TEXTO PIC X(70).
           05 MD-FINALIDADE PIC X(1).
               88 MD-SERVICO VALUES "S" SPACE.
               88 MD-MARKETING VALUE "M".
           05 MD-CANAL PIC X(1).
               88 MD-CANAL-SMS VALUES "S" SPACE.
               88 MD-CANAL-EMAIL VALUE "E".
               88 MD-CANAL-TELEFONE VALUE "T".

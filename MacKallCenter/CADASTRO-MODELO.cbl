           05  LINE 09  COLUMN 01
               VALUE  "    CODIGO (4 LETRAS): [    ]".
           05  LINE 10  COLUMN 01
               VALUE  "    TEXTO (USE &NOME &PROTOCOLO &DATA".
           05  LINE 10  COLUMN 38
               VALUE  " &DE &PARA):".
           05  LINE 11  COLUMN 01
               VALUE  "    [".
           05  LINE 11  COLUMN 76
               VALUE  "]".
           05  LINE 13  COLUMN 01
               VALUE  "    FINALIDADE (S=SERVICO M=MARKETING): [ ]".
           05  LINE 14  COLUMN 01
               VALUE  "    CANAL (S=SMS E=E-MAIL T=TELEFONE).: [ ]".
           05  LINE 22  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 22  COLUMN 41
           05  S-MD-TEXTO
               LINE 11  COLUMN 06  PIC X(70)
               TO     MD-TEXTO.
           05  S-MD-FINALIDADE
               LINE 13  COLUMN 42  PIC X
               TO     MD-FINALIDADE.
           05  S-MD-CANAL
               LINE 14  COLUMN 42  PIC X
               TO     MD-CANAL.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 23  COLUMN 16  PIC X(39) FROM MSG.

           ACCEPT S-MD-TEXTO

      *a marketing template is only sent to customers who have not
      *opted out of its channel, so both must be stated up front.
           PERFORM WITH TEST AFTER UNTIL MD-SERVICO OR MD-MARKETING
               ACCEPT S-MD-FINALIDADE
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL MD-CANAL-SMS OR MD-CANAL-EMAIL
                       OR MD-CANAL-TELEFONE
               ACCEPT S-MD-CANAL
           END-PERFORM
           IF MD-FINALIDADE = SPACE
               MOVE "S" TO MD-FINALIDADE
           END-IF
           IF MD-CANAL = SPACE
               MOVE "S" TO MD-CANAL
           END-IF

           WRITE REG-MODELO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR MODELO" TO MSG

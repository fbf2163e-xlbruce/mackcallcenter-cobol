      *JRNCOPY - layout of REG-JOURNAL, the forward-recovery journal
      *D:\JOURNAL.DAT. Every change to a master file that
      *BACKUP_ARQUIVOS copies is appended here by Grava_Journal as an
      *after-image: the file (its name as in the BK_ copies), the
      *operation, the record's primary key, the whole record as it
      *stood once written, and who and when. JR-IMAGEM is the record
      *moved as one block, padded with spaces past its own length.
      *A verified backup closes the journal generation under
      *D:\JR_<aaaammdd>.DAT and starts a new one whose first row is
      *the generation header (JR-GERACAO, JR-CHAVE holding the
      *aaaammdd of the BK_ set it follows), so REAPLICA_JOURNAL can
      *prove the journal it replays belongs to the copy restored.
       01 REG-JOURNAL.
           05 JR-DATA PIC 9(8).
           05 JR-HORA PIC 9(8).
           05 JR-ARQUIVO PIC X(12).
           05 JR-OPERACAO PIC X(1).
               88 JR-INCLUSAO VALUE "W".
               88 JR-ALTERACAO VALUE "R".
               88 JR-EXCLUSAO VALUE "D".
               88 JR-GERACAO VALUE "G".
           05 JR-CHAVE PIC X(40).
           05 JR-OPERADOR PIC X(5).
           05 JR-IMAGEM PIC X(300).

      *ITGCOPY - layout of REG-INTEGRIDADE, the fix list written by
      *VERIFICA_INTEGRIDADE in INTEGRIDADE.DAT: one row per broken
      *reference found by the weekly sweep, keyed by the date of the
      *run and a sequence within it. IG-ARQUIVO/IG-REGRA say which
      *file and which rule, IG-CHAVE-ORFA is the primary key of the
      *offending row as it sits on that file, and IG-REFERENCIA the
      *value that points nowhere. IG-ACAO is what APLICA_INTEGRIDADE
      *does when a supervisor applies the row:
      *  "E" delete the orphan row from its file;
      *  "L" clear the dangling reference field, keeping the row;
      *  "R" nothing automatic -- the row is only marked reviewed,
      *      the correction is made in the file's own maintenance.
      *A row is born pending (P) and ends applied (A) or discarded
      *(D) by the supervisor in IG-OPERADOR on IG-DATA-DECISAO; the
      *next sweep finds again whatever is still broken, so it marks
      *rows left pending by an earlier run superseded (S).
       01 REG-INTEGRIDADE.
           05 IG-CHAVE.
               10 IG-DATA-APURACAO PIC 9(8).
               10 IG-SEQ PIC 9(5).
           05 IG-REGRA PIC X(3).
           05 IG-ARQUIVO PIC X(12).
           05 IG-DESCRICAO PIC X(40).
           05 IG-CHAVE-ORFA PIC X(40).
           05 IG-REFERENCIA PIC X(25).
           05 IG-ACAO PIC X(1).
               88 IG-ACAO-EXCLUIR VALUE "E".
               88 IG-ACAO-LIMPAR VALUE "L".
               88 IG-ACAO-REVISAR VALUE "R".
           05 IG-STATUS PIC X(1).
               88 IG-PENDENTE VALUE "P".
               88 IG-APLICADA VALUE "A".
               88 IG-DESCARTADA VALUE "D".
               88 IG-SUBSTITUIDA VALUE "S".
           05 IG-OPERADOR PIC X(5).
           05 IG-DATA-DECISAO PIC 9(8).

               10 AS-SERVICO PIC X(1).
           05 AS-DATA-ATIVACAO PIC X(10).
           05 AS-DATA-FIM PIC X(10).
      *AS-VENDEDOR/AS-CANAL are who sold the service and through
      *which channel (CNLCOPY); spaces on rows older than the
      *commission run, which pays nothing on them.
           05 AS-VENDEDOR PIC X(5).
           05 AS-CANAL PIC X(1).

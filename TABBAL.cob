       01  LINHA-SUMARIO PIC X(80).

       FD  ARQUIVO-CSV.
       01  LINHA-CSV PIC X(31).

       FD  ARQUIVO-REJEITADOS.
       01  LINHA-REJEITADO PIC X(94).
       01  REG-FUTURO PIC X(80).

       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).
           05  AUDE-USUARIO       PIC X(20).
           05  FILLER             PIC X(01).
           05  AUDE-STATUS        PIC X(09).
           05  FILLER             PIC X(80).

       01  DATA-SUMARIO PIC X(08) VALUE SPACES.
       01  HORA-SUMARIO PIC X(08) VALUE SPACES.

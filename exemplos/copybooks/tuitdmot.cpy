      ******************************************************************
      * TUITION-DISCOUNT-REASONS - the tuition discount reason codes
      * TD-MOTIVO and TH-MOTIVO carry, with the description printed
      * for the school board. Look a code up by running WS-DMO-SUB
      * over WS-DMO-CODIGO.
      ******************************************************************
       01  WS-TABELA-MOTIVOS-DESC.
           05 FILLER PIC X(22) VALUE "BSBOLSA SOCIAL        ".
           05 FILLER PIC X(22) VALUE "BMBOLSA MERITO        ".
           05 FILLER PIC X(22) VALUE "IRDESCONTO IRMAOS     ".
           05 FILLER PIC X(22) VALUE "FUFILHO DE FUNCIONARIO".
           05 FILLER PIC X(22) VALUE "CVCONVENIO EMPRESA    ".
           05 FILLER PIC X(22) VALUE "OUOUTROS              ".
       01  WS-MOTIVOS-DESC REDEFINES WS-TABELA-MOTIVOS-DESC.
           05 WS-DMO-ENTRADA OCCURS 6 TIMES.
               10 WS-DMO-CODIGO     PIC X(2).
               10 WS-DMO-DESCRICAO  PIC X(20).
       01  WS-DMO-SUB               PIC 9(2).
       01  WS-DMO-ACHOU             PIC X(1).

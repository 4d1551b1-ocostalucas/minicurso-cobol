      *          live log. The number of months kept comes off the
      *          RETNCTL control card so compliance can retune it
      *          without a code drop; the cut itself is audited.
      *          Only the leading run of old records is archived -
      *          from the first record inside the window on, all
      *          stay - so AUDITARCH followed by AUDITLOG is still
      *          one unbroken LOGSEAL chain even when a rerun
      *          stamped an earlier business date out of order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "audit.cpy".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD     PIC X(90).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD        PIC X(90).

       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.
           77 WS-MESES-TOTAIS PIC S9(6).
           77 WS-REGS-ARQUIVADOS PIC 9(6) VALUE 0.
           77 WS-REGS-MANTIDOS PIC 9(6) VALUE 0.
           77 WS-MANTENDO PIC X(1) VALUE 'N'.
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG-2 PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                        MOVE 'Y' TO WS-EOF-AUDITLOG
                    NOT AT END
                        MOVE AT-DATA(1:6) TO WS-ANO-MES-REG
                        IF WS-ANO-MES-REG NOT < WS-ANO-MES-CORTE
                            MOVE 'S' TO WS-MANTENDO
                        END-IF
                        IF WS-MANTENDO = 'N'
                            ADD 1 TO WS-REGS-ARQUIVADOS
                            MOVE AUDIT-TRAIL-RECORD
                                TO AUDIT-ARCHIVE-RECORD

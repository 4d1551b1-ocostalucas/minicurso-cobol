      ******************************************************************
      * Author:
      * Date:
      * Purpose: seals AUDITLOG and CHANGELOG records into a chain so
      *          an edited, inserted or deleted line shows. Every
      *          record carries a sequence number and a check value
      *          computed over the record itself (sequence included)
      *          seeded with its predecessor's check value; changing
      *          any byte, or taking a line out, breaks the chain
      *          from that point on. auditproc.cpy and chgproc.cpy
      *          CALL this just before their WRITE, and LOGVERIFY
      *          CALLs it to recompute. LK-FUNCAO selects the service:
      *            'A'  seal the AUDITLOG record in LK-REGISTRO: the
      *                 predecessor is the last sealed record on
      *                 AUDITLOG or, when AUDITARCH has just taken
      *                 them all, the last one on AUDITARCH, so the
      *                 chain runs on across archival
      *            'C'  seal the CHANGELOG record in LK-REGISTRO,
      *                 predecessor the last sealed CHANGELOG record
      *            'V'  recompute the check value of the AUDITLOG
      *                 record in LK-REGISTRO from the predecessor
      *                 value passed in LK-ELO, returned in LK-ELO
      *            'W'  the same for a CHANGELOG record
      *          When sealing, LK-ELO goes in holding the caller's
      *          RETURN-CODE, handed back as this program's own so
      *          the CALL does not wipe it, and comes back with the
      *          new check value. Lines written before sealing began
      *          carry no sequence and are skipped; the first sealed
      *          record is sequence 1 on a zero predecessor. Each
      *          byte counts by its place in a fixed character set,
      *          so the value is the same whatever the machine's
      *          code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGSEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD     PIC X(90).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-FS-ARCHIVE PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * Printable character set the check value counts bytes by;
      * anything outside it counts as one value past the end.
           01 WS-ALFABETO.
               05 FILLER PIC X(36) VALUE
                   " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXY".
               05 FILLER PIC X(30) VALUE
                   "Zabcdefghijklmnopqrstuvwxyz.,-".
               05 FILLER PIC X(29) VALUE
                   "/:;()*+=%$#@&!?'<>_""[]\^`{|}~".
           77 WS-BYTE PIC X(1).
           77 WS-BYTE-VALOR PIC 9(3).
           77 WS-POS PIC 9(3).
           77 WS-TAM-REGISTRO PIC 9(3).
           77 WS-TAM-CALCULO PIC 9(3).
           77 WS-POS-SEQUENCIA PIC 9(3).
           77 WS-POS-ELO PIC 9(3).
           77 WS-ELO PIC 9(9).
           77 WS-PRODUTO PIC 9(12).
           77 WS-QUOCIENTE PIC 9(12).
           77 WS-ULTIMA-SEQUENCIA PIC 9(9).
           77 WS-ULTIMO-ELO PIC 9(9).
           77 WS-ACHOU PIC X(1).
           77 WS-RETORNO-CHAMADOR PIC 9(9).

       LINKAGE SECTION.
       01  LK-FUNCAO                PIC X(1).
       01  LK-REGISTRO              PIC X(245).
       01  LK-ELO                   PIC 9(9).

       PROCEDURE DIVISION USING LK-FUNCAO LK-REGISTRO LK-ELO.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-CHAMADOR.
            EVALUATE LK-FUNCAO
             WHEN 'A'
                MOVE LK-ELO TO WS-RETORNO-CHAMADOR
                MOVE 90 TO WS-TAM-REGISTRO
                PERFORM POSICIONA-CAMPOS
                PERFORM ULTIMO-ELO-AUDITLOG
                IF WS-ACHOU = 'N'
                    PERFORM ULTIMO-ELO-ARQUIVO
                END-IF
                PERFORM SELA-REGISTRO
             WHEN 'C'
                MOVE LK-ELO TO WS-RETORNO-CHAMADOR
                MOVE 245 TO WS-TAM-REGISTRO
                PERFORM POSICIONA-CAMPOS
                PERFORM ULTIMO-ELO-CHANGELOG
                PERFORM SELA-REGISTRO
             WHEN 'V'
                MOVE 90 TO WS-TAM-REGISTRO
                PERFORM POSICIONA-CAMPOS
                MOVE LK-ELO TO WS-ELO
                PERFORM CALCULA-ELO
                MOVE WS-ELO TO LK-ELO
             WHEN 'W'
                MOVE 245 TO WS-TAM-REGISTRO
                PERFORM POSICIONA-CAMPOS
                MOVE LK-ELO TO WS-ELO
                PERFORM CALCULA-ELO
                MOVE WS-ELO TO LK-ELO
            END-EVALUATE.
            MOVE WS-RETORNO-CHAMADOR TO RETURN-CODE.
            GOBACK.

      * Both layouts end the same way: delimiter, 9-digit sequence,
      * delimiter, 9-digit check value. The check value covers
      * everything up to and including the sequence.
       POSICIONA-CAMPOS.
            COMPUTE WS-POS-SEQUENCIA = WS-TAM-REGISTRO - 18.
            COMPUTE WS-POS-ELO = WS-TAM-REGISTRO - 8.
            COMPUTE WS-TAM-CALCULO = WS-TAM-REGISTRO - 10.

       SELA-REGISTRO.
            IF WS-ACHOU = 'N'
                MOVE 0 TO WS-ULTIMA-SEQUENCIA
                MOVE 0 TO WS-ULTIMO-ELO
            END-IF
            ADD 1 TO WS-ULTIMA-SEQUENCIA.
            MOVE SPACE TO LK-REGISTRO(WS-POS-SEQUENCIA - 1:1).
            MOVE WS-ULTIMA-SEQUENCIA TO
                LK-REGISTRO(WS-POS-SEQUENCIA:9).
            MOVE SPACE TO LK-REGISTRO(WS-POS-ELO - 1:1).
            MOVE WS-ULTIMO-ELO TO WS-ELO.
            PERFORM CALCULA-ELO.
            MOVE WS-ELO TO LK-REGISTRO(WS-POS-ELO:9).
            MOVE WS-ELO TO LK-ELO.

       CALCULA-ELO.
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-TAM-CALCULO
                MOVE LK-REGISTRO(WS-POS:1) TO WS-BYTE
                MOVE 0 TO WS-BYTE-VALOR
                INSPECT WS-ALFABETO TALLYING WS-BYTE-VALOR
                    FOR CHARACTERS BEFORE INITIAL WS-BYTE
                COMPUTE WS-PRODUTO = (WS-ELO * 97) + WS-BYTE-VALOR + 1
                DIVIDE WS-PRODUTO BY 999999937 GIVING WS-QUOCIENTE
                    REMAINDER WS-ELO
            END-PERFORM.

       ULTIMO-ELO-AUDITLOG.
            MOVE 'N' TO WS-ACHOU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT AUDIT-TRAIL-FILE.
            IF WS-FS-AUDITLOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ AUDIT-TRAIL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF AT-SEQUENCIA IS NUMERIC
                                AND AT-ELO IS NUMERIC
                            MOVE 'S' TO WS-ACHOU
                            MOVE AT-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                            MOVE AT-ELO TO WS-ULTIMO-ELO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-AUDITLOG = "10"
                CLOSE AUDIT-TRAIL-FILE
            END-IF.

       ULTIMO-ELO-ARQUIVO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT AUDIT-ARCHIVE-FILE.
            IF WS-FS-ARCHIVE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ AUDIT-ARCHIVE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-TRAIL-RECORD
                        IF AT-SEQUENCIA IS NUMERIC
                                AND AT-ELO IS NUMERIC
                            MOVE 'S' TO WS-ACHOU
                            MOVE AT-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                            MOVE AT-ELO TO WS-ULTIMO-ELO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ARCHIVE = "10"
                CLOSE AUDIT-ARCHIVE-FILE
            END-IF.

       ULTIMO-ELO-CHANGELOG.
            MOVE 'N' TO WS-ACHOU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CHANGE-LOG-FILE.
            IF WS-FS-CHANGELOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CHANGE-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF CG-SEQUENCIA IS NUMERIC
                                AND CG-ELO IS NUMERIC
                            MOVE 'S' TO WS-ACHOU
                            MOVE CG-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                            MOVE CG-ELO TO WS-ULTIMO-ELO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CHANGELOG = "10"
                CLOSE CHANGE-LOG-FILE
            END-IF.

       END PROGRAM LOGSEAL.

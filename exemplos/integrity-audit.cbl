      *          no activity at all. Exceptions land in INTEXCPT by
      *          file and severity - GRAVE for orphans, MEDIO for
      *          duplicates, AVISO for inactive masters - instead of
      *          surfacing as a wrong number downstream. Every
      *          exception is also raised on the central ALERTQ
      *          queue at the matching severity.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-BMIHIST.
           SELECT EXCEPTIONS-REPORT-FILE ASSIGN TO "INTEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTQ.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  TRIP-LOG-FILE.
       01  TRIP-LOG-RECORD.
       FD  EXCEPTIONS-REPORT-FILE.
       01  EXCEPTIONS-REPORT-RECORD PIC X(70).

       FD  ALERT-QUEUE-FILE.
           COPY "alertq.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-ACHOU PIC X(1).
           77 WS-QTD-EXCECOES PIC 9(4) VALUE 0.
           77 WS-LINHA PIC X(70).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-ALE-SEVERIDADE PIC X(1).
           77 WS-ALE-CHAVE PIC X(20).
           77 WS-ALE-MENSAGEM PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                            STRING "GRAVE TRIPLOG PLACA ORFA: "
                                TL-PLACA
                                DELIMITED BY SIZE INTO WS-LINHA
                            MOVE TL-PLACA TO WS-ALE-CHAVE
                            PERFORM GRAVA-EXCECAO
                        END-IF
                END-READ
            END-PERFORM.
                            STRING "GRAVE LIVESTOCK SEM ESTOQUE: "
                                LV-ESTABULO
                                DELIMITED BY SIZE INTO WS-LINHA
                            MOVE LV-ESTABULO TO WS-ALE-CHAVE
                            PERFORM GRAVA-EXCECAO
                        END-IF
                END-READ
            END-PERFORM.
                            STRING "GRAVE BMIHIST SEM CADASTRO: "
                                BH-PACIENTE-ID
                                DELIMITED BY SIZE INTO WS-LINHA
                            MOVE BH-PACIENTE-ID TO WS-ALE-CHAVE
                            PERFORM GRAVA-EXCECAO
                        END-IF
                END-READ
            END-PERFORM.
                            STRING "MEDIO STUDENTIN ID DUPLICADO: "
                                SL-ID
                                DELIMITED BY SIZE INTO WS-LINHA
                            MOVE SL-ID TO WS-ALE-CHAVE
                            PERFORM GRAVA-EXCECAO
                        ELSE
                            IF WS-ALU-TOTAL < 200
                                ADD 1 TO WS-ALU-TOTAL
                    STRING "AVISO VEHICLEMST SEM VIAGENS: "
                        WS-PLC-PLACA(WS-PLC-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    MOVE WS-PLC-PLACA(WS-PLC-SUB) TO WS-ALE-CHAVE
                    PERFORM GRAVA-EXCECAO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                    STRING "AVISO FARRIERINV SEM REBANHO: "
                        WS-EST-NOME(WS-EST-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    MOVE WS-EST-NOME(WS-EST-SUB) TO WS-ALE-CHAVE
                    PERFORM GRAVA-EXCECAO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                    STRING "AVISO PATMASTER SEM MEDICOES: "
                        WS-PAC-ID(WS-PAC-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    MOVE WS-PAC-ID(WS-PAC-SUB) TO WS-ALE-CHAVE
                    PERFORM GRAVA-EXCECAO
                END-IF
            END-PERFORM.

       CONTA-EXCECAO.
            ADD 1 TO WS-QTD-EXCECOES.

      * An exception line also goes on the central queue, its
      * severity read off the line itself: GRAVE is critical, MEDIO
      * wants attention, AVISO is informational.
       GRAVA-EXCECAO.
            PERFORM GRAVA-LINHA.
            EVALUATE WS-LINHA(1:5)
             WHEN "GRAVE"
                MOVE 'C' TO WS-ALE-SEVERIDADE
             WHEN "MEDIO"
                MOVE 'A' TO WS-ALE-SEVERIDADE
             WHEN OTHER
                MOVE 'I' TO WS-ALE-SEVERIDADE
            END-EVALUATE.
            MOVE WS-LINHA TO WS-ALE-MENSAGEM.
            PERFORM GRAVA-ALERTA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO EXCEPTIONS-REPORT-RECORD.
            WRITE EXCEPTIONS-REPORT-RECORD.

       COPY "alertproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM INTAUDIT.

      *          a HOLCAL holiday prints an empty list, since the
      *          cafes are shut too. FORECAST reads the same file
      *          to put the committed quantities under the plan.
      *          The first PICKLIST of a day also logs each line
      *          as delivered on DELIVLOG, and mode 5 keys the
      *          returns the van brings back that day against it,
      *          so CAFEBILL can invoice the month's net deliveries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-STANDORD.
           SELECT PICKING-LIST-FILE ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "DELIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELIVLOG.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
       FD  PICKING-LIST-FILE.
       01  PICKING-LIST-RECORD      PIC X(80).

       FD  DELIVERY-LOG-FILE.
           COPY "delivlog.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

           77 WS-FS-STANDORD PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-DELIVLOG PIC X(2).
           77 WS-GRAVA-ENTREGA PIC X(1) VALUE 'N'.
           77 WS-QTD-ENTREGUE PIC 9(6).
           77 WS-QTD-DEVOLVIDA PIC 9(6).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-PEDIDOS.
               05 WS-PED-ENTRADA OCCURS 100 TIMES
            DISPLAY "2 - INCLUIR PEDIDO FIXO"
            DISPLAY "3 - EXCLUIR PEDIDO FIXO"
            DISPLAY "4 - LISTA DE SEPARACAO DO DIA (PICKLIST)"
            DISPLAY "5 - REGISTRAR DEVOLUCAO DO DIA"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LISTA-PEDIDOS
             WHEN 4 PERFORM LISTA-SEPARACAO
                     MOVE "MODO 4 - LISTA SEPARACAO" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM REGISTRA-DEVOLUCAO
                     MOVE "MODO 5 - DEVOLUCAO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 5
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

      * The van's list for the business date: nothing on a holiday
      * (the cafes are closed), otherwise every order whose weekday
      * flag is on, grouped by customer in file order. Only the
      * first list of the day is logged on DELIVLOG as delivered;
      * a reprint of the same day must not bill the bread twice.
       LISTA-SEPARACAO.
            PERFORM CARREGA-FERIADOS.
            MOVE WS-DATA-REF TO WS-HOL-DATA.
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                MOVE SPACES TO WS-CLIENTE-ENTRADA
                MOVE SPACES TO WS-PRODUTO-ENTRADA
                PERFORM SOMA-MOVIMENTOS-DIA
                IF WS-QTD-ENTREGUE = 0
                    MOVE 'S' TO WS-GRAVA-ENTREGA
                    OPEN EXTEND DELIVERY-LOG-FILE
                    IF WS-FS-DELIVLOG = "35"
                        OPEN OUTPUT DELIVERY-LOG-FILE
                    END-IF
                ELSE
                    DISPLAY "ENTREGAS DO DIA JA REGISTRADAS - "
      -                 "REIMPRESSAO"
                END-IF
                MOVE SPACES TO WS-CLIENTE-CORRENTE
                PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                        UNTIL WS-PED-SUB > WS-PED-TOTAL
                        PERFORM LISTA-UMA-LINHA
                    END-IF
                END-PERFORM
                IF WS-GRAVA-ENTREGA = 'S'
                    CLOSE DELIVERY-LOG-FILE
                END-IF
                MOVE SPACES TO WS-LINHA
                STRING "LINHAS DE SEPARACAO: " WS-QTD-LINHAS
                    DELIMITED BY SIZE INTO WS-LINHA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            ADD 1 TO WS-QTD-LINHAS.
            IF WS-GRAVA-ENTREGA = 'S'
                MOVE SPACES TO DELIVERY-LOG-RECORD
                MOVE WS-DATA-REF TO DL-DATA
                MOVE 'E' TO DL-TIPO
                MOVE WS-PED-CLIENTE(WS-PED-SUB) TO DL-CLIENTE
                MOVE WS-PED-PRODUTO(WS-PED-SUB) TO DL-PRODUTO
                MOVE WS-PED-QTD(WS-PED-SUB) TO DL-QTD
                MOVE WS-OPERADOR-ID TO DL-OPERADOR
                WRITE DELIVERY-LOG-RECORD
            END-IF.

      * A return is keyed on the business date it comes back, for
      * a cafe and product the day's list actually delivered, and
      * never for more than was delivered net of earlier returns.
       REGISTRA-DEVOLUCAO.
            DISPLAY "DIGITE O CLIENTE:"
            ACCEPT WS-CLIENTE-ENTRADA
            DISPLAY "DIGITE O PRODUTO:"
            ACCEPT WS-PRODUTO-ENTRADA
            DISPLAY "DIGITE A QUANTIDADE DEVOLVIDA:"
            ACCEPT WS-QTD-ENTRADA
            PERFORM SOMA-MOVIMENTOS-DIA
            IF WS-QTD-ENTREGUE = 0
                DISPLAY "SEM ENTREGA REGISTRADA NO DIA PARA ESTE "
      -             "CLIENTE/PRODUTO"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-QTD-ENTRADA = 0 OR WS-QTD-ENTRADA +
                        WS-QTD-DEVOLVIDA > WS-QTD-ENTREGUE
                    DISPLAY "DEVOLUCAO MAIOR QUE O ENTREGUE NO DIA"
      -                 " - ENTREGUE " WS-QTD-ENTREGUE
      -                 " JA DEVOLVIDO " WS-QTD-DEVOLVIDA
                    MOVE 8 TO RETURN-CODE
                ELSE
                    OPEN EXTEND DELIVERY-LOG-FILE
                    IF WS-FS-DELIVLOG = "35"
                        OPEN OUTPUT DELIVERY-LOG-FILE
                    END-IF
                    MOVE SPACES TO DELIVERY-LOG-RECORD
                    MOVE WS-DATA-REF TO DL-DATA
                    MOVE 'D' TO DL-TIPO
                    MOVE WS-CLIENTE-ENTRADA TO DL-CLIENTE
                    MOVE WS-PRODUTO-ENTRADA TO DL-PRODUTO
                    MOVE WS-QTD-ENTRADA TO DL-QTD
                    MOVE WS-OPERADOR-ID TO DL-OPERADOR
                    WRITE DELIVERY-LOG-RECORD
                    CLOSE DELIVERY-LOG-FILE
                    DISPLAY "DEVOLUCAO REGISTRADA"
                END-IF
            END-IF.

      * Totals the business date's DELIVLOG movements for the cafe
      * and product keyed; both left blank totals the whole day.
       SOMA-MOVIMENTOS-DIA.
            MOVE 0 TO WS-QTD-ENTREGUE.
            MOVE 0 TO WS-QTD-DEVOLVIDA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DELIVERY-LOG-FILE.
            IF WS-FS-DELIVLOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DELIVERY-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DL-DATA = WS-DATA-REF
                            AND ((DL-CLIENTE = WS-CLIENTE-ENTRADA
                              AND DL-PRODUTO = WS-PRODUTO-ENTRADA)
                             OR WS-CLIENTE-ENTRADA = SPACES)
                            IF DL-TIPO = 'E'
                                ADD DL-QTD TO WS-QTD-ENTREGUE
                            ELSE
                                ADD DL-QTD TO WS-QTD-DEVOLVIDA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DELIVLOG = "10"
                CLOSE DELIVERY-LOG-FILE
            END-IF.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.

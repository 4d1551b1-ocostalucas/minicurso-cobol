      ******************************************************************
      * Author:
      * Date:
      * Purpose: puts the picking list and the fleet dispatch on the
      *          same sheet. Mode 1 keeps the ZONACLI delivery zone
      *          and stop number of each standing-order cafe; mode
      *          2 assigns a zone to one of the business date's
      *          DISPATCH plates (driver taken from the dispatch
      *          line) on ROTADESP. Mode 3 prints the MANIFEST: the
      *          day's STANDORD deliveries (none on a HOLCAL
      *          holiday, like the PICKLIST) and the ENCOMENDAS
      *          special orders due that day with a delivery zone,
      *          grouped by zone under its plate and driver, stops
      *          in order, a signature line per stop. The first
      *          list of the day - this or the PICKLIST - logs the
      *          'E' deliveries on DELIVLOG. Mode 4 keys back what
      *          each cafe signed for; the rest goes on DELIVLOG as
      *          an 'R' recusa, so CAFEBILL bills only the accepted
      *          bread.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTEIRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-ZONE-FILE ASSIGN TO "ZONACLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ZONACLI.
           SELECT ROUTE-ASSIGNMENT-FILE ASSIGN TO "ROTADESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROTADESP.
           SELECT DISPATCH-FILE ASSIGN TO "DISPATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISPATCH.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STANDORD.
           SELECT SPECIAL-ORDER-FILE ASSIGN TO "ENCOMENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "DELIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELIVLOG.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-ZONE-FILE.
           COPY "zonacli.cpy".

       FD  ROUTE-ASSIGNMENT-FILE.
           COPY "rotadesp.cpy".

       FD  DISPATCH-FILE.
       01  DISPATCH-RECORD.
           05 DP-DATA               PIC 9(8).
           05 DP-DELIM-1            PIC X(1).
           05 DP-PLACA              PIC X(10).
           05 DP-DELIM-2            PIC X(1).
           05 DP-MOTORISTA          PIC X(10).
           05 DP-DELIM-3            PIC X(1).
           05 DP-DISTANCIA-PREV     PIC 9(4).

       FD  STANDING-ORDER-FILE.
           COPY "standord.cpy".

       FD  SPECIAL-ORDER-FILE.
           COPY "encomend.cpy".

       FD  DELIVERY-LOG-FILE.
           COPY "delivlog.cpy".

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD          PIC X(80).

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-ZONACLI PIC X(2).
           77 WS-FS-ROTADESP PIC X(2).
           77 WS-FS-DISPATCH PIC X(2).
           77 WS-FS-STANDORD PIC X(2).
           77 WS-FS-ENCOMENDAS PIC X(2).
           77 WS-FS-DELIVLOG PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-DOW-REF PIC 9(1).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           01 WS-TABELA-ZONAS.
               05 WS-ZON-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-ZON-IX.
                   10 WS-ZON-CLIENTE    PIC X(10).
                   10 WS-ZON-ZONA       PIC X(4).
                   10 WS-ZON-PARADA     PIC 9(3).
           77 WS-ZON-TOTAL PIC 9(3) VALUE 0.
           77 WS-ZON-SUB PIC 9(3).
           77 WS-ZON-ACHOU PIC X(1).
           77 WS-ZON-ESTOUROU PIC X(1) VALUE 'N'.
      * Every ROTADESP line is kept so a reassignment can rewrite
      * the file; only the business date's lines matter here.
           01 WS-TABELA-ATRIBUICOES.
               05 WS-ATR-REGISTRO PIC X(35) OCCURS 500 TIMES.
           77 WS-ATR-TOTAL PIC 9(3) VALUE 0.
           77 WS-ATR-SUB PIC 9(3).
           77 WS-ATR-ACHOU PIC X(1).
           77 WS-ATR-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-DESPACHOS.
               05 WS-DES-ENTRADA OCCURS 30 TIMES.
                   10 WS-DES-PLACA      PIC X(10).
                   10 WS-DES-MOTORISTA  PIC X(10).
           77 WS-DES-TOTAL PIC 9(2) VALUE 0.
           77 WS-DES-SUB PIC 9(2).
           77 WS-DES-ACHOU PIC X(1).
      * One entry per manifest line. WS-PAR-CHAVE (zone, stop,
      * cafe or order number) is the print order; special orders
      * take stop 999, after the zone's cafes.
           01 WS-TABELA-PARADAS.
               05 WS-PAR-ENTRADA OCCURS 200 TIMES.
                   10 WS-PAR-CHAVE.
                       15 WS-PAR-ZONA   PIC X(4).
                       15 WS-PAR-PARADA PIC 9(3).
                       15 WS-PAR-CLIENTE PIC X(10).
                   10 WS-PAR-TIPO       PIC X(1).
                   10 WS-PAR-PRODUTO    PIC X(10).
                   10 WS-PAR-QTD        PIC 9(4).
                   10 WS-PAR-NOME       PIC X(20).
                   10 WS-PAR-TELEFONE   PIC X(12).
                   10 WS-PAR-SALDO      PIC 9(6)V99.
           01 WS-PAR-TROCA              PIC X(76).
           77 WS-PAR-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAR-SUB PIC 9(3).
           77 WS-PAR-SUB2 PIC 9(3).
           77 WS-PAR-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CLIENTE-ENTRADA PIC X(10).
           77 WS-ZONA-ENTRADA PIC X(4).
           77 WS-PARADA-ENTRADA PIC 9(3).
           77 WS-PRODUTO-ENTRADA PIC X(10).
           77 WS-PLACA-ENTRADA PIC X(10).
           77 WS-ZONA-CORRENTE PIC X(4).
           77 WS-PARADA-CORRENTE PIC X(17).
           77 WS-PRIMEIRA-LINHA PIC X(1).
           77 WS-GRAVA-ENTREGA PIC X(1) VALUE 'N'.
           77 WS-TEM-ENTREGA PIC X(1).
           77 WS-QTD-ENTREGUE PIC 9(6).
           77 WS-QTD-DEVOLVIDA PIC 9(6).
           77 WS-QTD-ACEITA PIC 9(4).
           77 WS-QTD-RECUSADA PIC 9(6).
           77 WS-QTD-PARADAS PIC 9(3) VALUE 0.
           77 WS-QTD-ZONAS PIC 9(3) VALUE 0.
           77 WS-QTD-CONFERIDAS PIC 9(3) VALUE 0.
           01 WS-TABELA-PRODUTOS-DIA.
               05 WS-PRD-NOME PIC X(10) OCCURS 30 TIMES.
           77 WS-PRD-TOTAL PIC 9(2) VALUE 0.
           77 WS-PRD-SUB PIC 9(2).
           77 WS-PRD-ACHOU PIC X(1).
           77 WS-ED-SALDO PIC ZZZZZ9.99.
           77 WS-LINHA PIC X(80).
           COPY "holwk.cpy".
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "ROTEIRO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "DIGITE SEU ID DE OPERADOR:"
            ACCEPT WS-OPERADOR-ID
            CALL "OPERAUTH" USING WS-PROGRAMA-ATUAL WS-OPERADOR-ID
                WS-OPER-AUTORIZADO
            IF WS-OPER-AUTORIZADO = 'N'
                DISPLAY "OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA"
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            PERFORM CARREGA-ZONAS
            PERFORM CARREGA-ATRIBUICOES
            DISPLAY "1 - ZONA E PARADA DO CLIENTE"
            DISPLAY "2 - ATRIBUIR ZONA A VEICULO DO DISPATCH"
            DISPLAY "3 - MANIFESTO DE ENTREGA DO DIA"
            DISPLAY "4 - CONFERENCIA DO MANIFESTO (ACEITES)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM MANTEM-ZONA
                     MOVE "MODO 1 - ZONA CLIENTE" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM ATRIBUI-ZONA
                     MOVE "MODO 2 - ATRIBUI ZONA" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM EMITE-MANIFESTO
                     MOVE "MODO 3 - MANIFESTO" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM CONFERE-MANIFESTO
                     MOVE "MODO 4 - CONFERENCIA" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-ZONAS.
            MOVE 0 TO WS-ZON-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CLIENT-ZONE-FILE.
            IF WS-FS-ZONACLI NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CLIENT-ZONE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-ZON-TOTAL < 100
                            ADD 1 TO WS-ZON-TOTAL
                            MOVE ZN-CLIENTE TO
                                WS-ZON-CLIENTE(WS-ZON-TOTAL)
                            MOVE ZN-ZONA TO WS-ZON-ZONA(WS-ZON-TOTAL)
                            MOVE ZN-PARADA TO
                                WS-ZON-PARADA(WS-ZON-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-ZON-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ZONACLI = "10"
                CLOSE CLIENT-ZONE-FILE
            END-IF.

      * Only the business date's assignments and any keyed ahead are
      * kept; earlier days' drop off ROTADESP on the next rewrite.
       CARREGA-ATRIBUICOES.
            MOVE 0 TO WS-ATR-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ROUTE-ASSIGNMENT-FILE.
            IF WS-FS-ROTADESP NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ROUTE-ASSIGNMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN RA-DATA IS NUMERIC
                                    AND RA-DATA < WS-DATA-REF
                                CONTINUE
                            WHEN WS-ATR-TOTAL < 500
                                ADD 1 TO WS-ATR-TOTAL
                                MOVE ROUTE-ASSIGNMENT-RECORD TO
                                    WS-ATR-REGISTRO(WS-ATR-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-ATR-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-ROTADESP = "10"
                CLOSE ROUTE-ASSIGNMENT-FILE
            END-IF.

      * Keys a cafe's zone and stop; an existing cafe is altered,
      * a blank zone takes the cafe off the routes.
       MANTEM-ZONA.
            DISPLAY "DIGITE O CLIENTE:"
            ACCEPT WS-CLIENTE-ENTRADA
            DISPLAY "DIGITE A ZONA (BRANCO = EXCLUIR):"
            ACCEPT WS-ZONA-ENTRADA
            MOVE 0 TO WS-PARADA-ENTRADA.
            IF WS-ZONA-ENTRADA NOT = SPACES
                DISPLAY "DIGITE A ORDEM DE PARADA NA ZONA:"
                ACCEPT WS-PARADA-ENTRADA
            END-IF
            PERFORM BUSCA-ZONA-CLIENTE.
            EVALUATE TRUE
             WHEN WS-CLIENTE-ENTRADA = SPACES
                DISPLAY "CLIENTE NAO INFORMADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ZON-ESTOUROU = 'S'
                DISPLAY "ZONACLI MAIOR QUE A TABELA - NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ZONA-ENTRADA = SPACES AND WS-ZON-ACHOU = 'N'
                DISPLAY "CLIENTE SEM ZONA CADASTRADA"
                MOVE 4 TO RETURN-CODE
             WHEN WS-ZONA-ENTRADA NOT = SPACES
                    AND (WS-PARADA-ENTRADA NOT NUMERIC
                    OR WS-PARADA-ENTRADA = 0
                    OR WS-PARADA-ENTRADA = 999)
                DISPLAY "ORDEM DE PARADA DEVE SER DE 001 A 998"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ZON-ACHOU = 'N' AND WS-ZON-TOTAL >= 100
                DISPLAY "ARQUIVO DE ZONAS CHEIO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM GRAVA-ZONA-CLIENTE
            END-EVALUATE.

       BUSCA-ZONA-CLIENTE.
            MOVE 'N' TO WS-ZON-ACHOU.
            PERFORM VARYING WS-ZON-SUB FROM 1 BY 1
                    UNTIL WS-ZON-SUB > WS-ZON-TOTAL
                    OR WS-ZON-ACHOU = 'S'
                IF WS-ZON-CLIENTE(WS-ZON-SUB) = WS-CLIENTE-ENTRADA
                    MOVE 'S' TO WS-ZON-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ZON-ACHOU = 'S'
                SUBTRACT 1 FROM WS-ZON-SUB
            END-IF.

       GRAVA-ZONA-CLIENTE.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-ZON-ACHOU = 'S'
                MOVE SPACES TO CLIENT-ZONE-RECORD
                MOVE WS-ZON-CLIENTE(WS-ZON-SUB) TO ZN-CLIENTE
                MOVE WS-ZON-ZONA(WS-ZON-SUB) TO ZN-ZONA
                MOVE WS-ZON-PARADA(WS-ZON-SUB) TO ZN-PARADA
                MOVE CLIENT-ZONE-RECORD TO WS-CHG-ANTES
            ELSE
                ADD 1 TO WS-ZON-TOTAL
                MOVE WS-ZON-TOTAL TO WS-ZON-SUB
                MOVE WS-CLIENTE-ENTRADA TO WS-ZON-CLIENTE(WS-ZON-SUB)
            END-IF
            MOVE WS-ZONA-ENTRADA TO WS-ZON-ZONA(WS-ZON-SUB).
            MOVE WS-PARADA-ENTRADA TO WS-ZON-PARADA(WS-ZON-SUB).
            MOVE SPACES TO WS-CHG-DEPOIS.
            IF WS-ZONA-ENTRADA = SPACES
                MOVE "E" TO WS-CHG-OPERACAO
                MOVE SPACES TO WS-ZON-CLIENTE(WS-ZON-SUB)
            ELSE
                MOVE SPACES TO CLIENT-ZONE-RECORD
                MOVE WS-CLIENTE-ENTRADA TO ZN-CLIENTE
                MOVE WS-ZONA-ENTRADA TO ZN-ZONA
                MOVE WS-PARADA-ENTRADA TO ZN-PARADA
                MOVE CLIENT-ZONE-RECORD TO WS-CHG-DEPOIS
                IF WS-ZON-ACHOU = 'S'
                    MOVE "A" TO WS-CHG-OPERACAO
                ELSE
                    MOVE "I" TO WS-CHG-OPERACAO
                END-IF
            END-IF
            OPEN OUTPUT CLIENT-ZONE-FILE.
            PERFORM VARYING WS-ZON-SUB FROM 1 BY 1
                    UNTIL WS-ZON-SUB > WS-ZON-TOTAL
                IF WS-ZON-CLIENTE(WS-ZON-SUB) NOT = SPACES
                    MOVE SPACES TO CLIENT-ZONE-RECORD
                    MOVE WS-ZON-CLIENTE(WS-ZON-SUB) TO ZN-CLIENTE
                    MOVE WS-ZON-ZONA(WS-ZON-SUB) TO ZN-ZONA
                    MOVE WS-ZON-PARADA(WS-ZON-SUB) TO ZN-PARADA
                    WRITE CLIENT-ZONE-RECORD
                END-IF
            END-PERFORM.
            CLOSE CLIENT-ZONE-FILE.
            MOVE "ZONACLI" TO WS-CHG-ARQUIVO.
            MOVE WS-CLIENTE-ENTRADA TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.
            DISPLAY "ZONA DO CLIENTE GRAVADA".

      * A zone runs on the business date with one of that date's
      * DISPATCH plates; the driver comes off the dispatch line. A
      * second assignment of the same zone replaces the first.
       ATRIBUI-ZONA.
            DISPLAY "DIGITE A ZONA:"
            ACCEPT WS-ZONA-ENTRADA
            DISPLAY "DIGITE A PLACA DO DISPATCH DE " WS-DATA-REF ":"
            ACCEPT WS-PLACA-ENTRADA
            PERFORM CARREGA-DESPACHOS-DIA.
            MOVE 'N' TO WS-DES-ACHOU.
            PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                    UNTIL WS-DES-SUB > WS-DES-TOTAL
                    OR WS-DES-ACHOU = 'S'
                IF WS-DES-PLACA(WS-DES-SUB) = WS-PLACA-ENTRADA
                    MOVE 'S' TO WS-DES-ACHOU
                END-IF
            END-PERFORM.
            IF WS-DES-ACHOU = 'S'
                SUBTRACT 1 FROM WS-DES-SUB
            END-IF
            EVALUATE TRUE
             WHEN WS-ZONA-ENTRADA = SPACES
                DISPLAY "ZONA NAO INFORMADA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-DES-ACHOU = 'N'
                DISPLAY "PLACA SEM VIAGEM NO DISPATCH DE " WS-DATA-REF
                MOVE 8 TO RETURN-CODE
             WHEN WS-ATR-ESTOUROU = 'S'
                DISPLAY "ROTADESP MAIOR QUE A TABELA - NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM GRAVA-ATRIBUICAO
            END-EVALUATE.

       CARREGA-DESPACHOS-DIA.
            MOVE 0 TO WS-DES-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DISPATCH-FILE.
            IF WS-FS-DISPATCH NOT = "00"
                DISPLAY "DISPATCH NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DISPATCH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DP-DATA = WS-DATA-REF
                                AND WS-DES-TOTAL < 30
                            ADD 1 TO WS-DES-TOTAL
                            MOVE DP-PLACA TO
                                WS-DES-PLACA(WS-DES-TOTAL)
                            MOVE DP-MOTORISTA TO
                                WS-DES-MOTORISTA(WS-DES-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DISPATCH = "10"
                CLOSE DISPATCH-FILE
            END-IF.

       GRAVA-ATRIBUICAO.
            MOVE WS-ZONA-ENTRADA TO WS-ZONA-CORRENTE.
            PERFORM BUSCA-ATRIBUICAO.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-ATR-ACHOU = 'S'
                MOVE ROUTE-ASSIGNMENT-RECORD TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                IF WS-ATR-TOTAL >= 500
                    DISPLAY "ARQUIVO ROTADESP CHEIO"
                    MOVE 8 TO RETURN-CODE
                    MOVE "X" TO WS-CHG-OPERACAO
                ELSE
                    ADD 1 TO WS-ATR-TOTAL
                    MOVE WS-ATR-TOTAL TO WS-ATR-SUB
                    MOVE "I" TO WS-CHG-OPERACAO
                END-IF
            END-IF
            IF WS-CHG-OPERACAO NOT = "X"
                MOVE SPACES TO ROUTE-ASSIGNMENT-RECORD
                MOVE WS-DATA-REF TO RA-DATA
                MOVE WS-ZONA-ENTRADA TO RA-ZONA
                MOVE WS-PLACA-ENTRADA TO RA-PLACA
                MOVE WS-DES-MOTORISTA(WS-DES-SUB) TO RA-MOTORISTA
                MOVE ROUTE-ASSIGNMENT-RECORD TO WS-CHG-DEPOIS
                MOVE ROUTE-ASSIGNMENT-RECORD
                    TO WS-ATR-REGISTRO(WS-ATR-SUB)
                OPEN OUTPUT ROUTE-ASSIGNMENT-FILE
                PERFORM VARYING WS-ATR-SUB FROM 1 BY 1
                        UNTIL WS-ATR-SUB > WS-ATR-TOTAL
                    MOVE WS-ATR-REGISTRO(WS-ATR-SUB)
                        TO ROUTE-ASSIGNMENT-RECORD
                    WRITE ROUTE-ASSIGNMENT-RECORD
                END-PERFORM
                CLOSE ROUTE-ASSIGNMENT-FILE
                MOVE "ROTADESP" TO WS-CHG-ARQUIVO
                MOVE WS-ZONA-ENTRADA TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
                DISPLAY "ZONA " WS-ZONA-ENTRADA " COM "
      -             WS-PLACA-ENTRADA " MOTORISTA "
      -             WS-DES-MOTORISTA(WS-DES-SUB)
            END-IF.

      * Looks up the business date's assignment of
      * WS-ZONA-CORRENTE; found, it is left in the FD record.
       BUSCA-ATRIBUICAO.
            MOVE 'N' TO WS-ATR-ACHOU.
            PERFORM VARYING WS-ATR-SUB FROM 1 BY 1
                    UNTIL WS-ATR-SUB > WS-ATR-TOTAL
                    OR WS-ATR-ACHOU = 'S'
                MOVE WS-ATR-REGISTRO(WS-ATR-SUB)
                    TO ROUTE-ASSIGNMENT-RECORD
                IF RA-DATA = WS-DATA-REF
                        AND RA-ZONA = WS-ZONA-CORRENTE
                    MOVE 'S' TO WS-ATR-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ATR-ACHOU = 'S'
                SUBTRACT 1 FROM WS-ATR-SUB
            END-IF.

      * The business date's manifest. Standing orders follow the
      * PICKLIST rules (weekday flag, nothing on a holiday); the
      * special orders due today with a zone ride along after the
      * zone's cafes. Cafes with no ZONACLI line print first,
      * under a blank zone, for the dispatcher to place.
       EMITE-MANIFESTO.
            PERFORM CARREGA-FERIADOS.
            MOVE WS-DATA-REF TO WS-HOL-DATA.
            PERFORM CLASSIFICA-DIA.
            MOVE 'S' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DIAS TO WS-DOW-REF.
            MOVE 0 TO WS-PAR-TOTAL.
            IF WS-HOL-TIPO NOT = 'F'
                PERFORM CARREGA-PEDIDOS-DIA
            END-IF
            PERFORM CARREGA-ENCOMENDAS-DIA.
            IF WS-PAR-ESTOUROU = 'S'
                DISPLAY "TABELA DE PARADAS CHEIA - LINHAS IGNORADAS"
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM ORDENA-PARADAS.
            MOVE SPACES TO WS-CLIENTE-ENTRADA.
            PERFORM SOMA-MOVIMENTOS-DIA.
            IF WS-QTD-ENTREGUE = 0
                MOVE 'S' TO WS-GRAVA-ENTREGA
                OPEN EXTEND DELIVERY-LOG-FILE
                IF WS-FS-DELIVLOG = "35"
                    OPEN OUTPUT DELIVERY-LOG-FILE
                END-IF
            ELSE
                DISPLAY "ENTREGAS DO DIA JA REGISTRADAS - "
      -             "REIMPRESSAO"
            END-IF
            OPEN OUTPUT MANIFEST-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "MANIFESTO DE ENTREGA - " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-HOL-TIPO = 'F'
                MOVE "FERIADO - SEM ENTREGAS DE PEDIDO FIXO"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            MOVE HIGH-VALUES TO WS-ZONA-CORRENTE.
            MOVE HIGH-VALUES TO WS-PARADA-CORRENTE.
            PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                    UNTIL WS-PAR-SUB > WS-PAR-TOTAL
                PERFORM IMPRIME-UMA-PARADA
            END-PERFORM.
            IF WS-PAR-TOTAL > 0
                PERFORM IMPRIME-ASSINATURA
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "ZONAS: " WS-QTD-ZONAS "  PARADAS: "
                WS-QTD-PARADAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE MANIFEST-FILE.
            IF WS-GRAVA-ENTREGA = 'S'
                CLOSE DELIVERY-LOG-FILE
            END-IF.

       CARREGA-PEDIDOS-DIA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT STANDING-ORDER-FILE.
            IF WS-FS-STANDORD NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ STANDING-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF SO-DIAS(WS-DOW-REF:1) = 'S'
                            PERFORM GUARDA-PEDIDO-DIA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-STANDORD = "10"
                CLOSE STANDING-ORDER-FILE
            END-IF.

       GUARDA-PEDIDO-DIA.
            IF WS-PAR-TOTAL < 200
                ADD 1 TO WS-PAR-TOTAL
                MOVE SO-CLIENTE TO WS-CLIENTE-ENTRADA
                PERFORM BUSCA-ZONA-CLIENTE
                IF WS-ZON-ACHOU = 'S'
                    MOVE WS-ZON-ZONA(WS-ZON-SUB)
                        TO WS-PAR-ZONA(WS-PAR-TOTAL)
                    MOVE WS-ZON-PARADA(WS-ZON-SUB)
                        TO WS-PAR-PARADA(WS-PAR-TOTAL)
                ELSE
                    MOVE SPACES TO WS-PAR-ZONA(WS-PAR-TOTAL)
                    MOVE 0 TO WS-PAR-PARADA(WS-PAR-TOTAL)
                END-IF
                MOVE SO-CLIENTE TO WS-PAR-CLIENTE(WS-PAR-TOTAL)
                MOVE 'P' TO WS-PAR-TIPO(WS-PAR-TOTAL)
                MOVE SO-PRODUTO TO WS-PAR-PRODUTO(WS-PAR-TOTAL)
                MOVE SO-QTD TO WS-PAR-QTD(WS-PAR-TOTAL)
                MOVE SPACES TO WS-PAR-NOME(WS-PAR-TOTAL)
                MOVE SPACES TO WS-PAR-TELEFONE(WS-PAR-TOTAL)
                MOVE 0 TO WS-PAR-SALDO(WS-PAR-TOTAL)
            ELSE
                MOVE 'S' TO WS-PAR-ESTOUROU
            END-IF.

       CARREGA-ENCOMENDAS-DIA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SPECIAL-ORDER-FILE.
            IF WS-FS-ENCOMENDAS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SPECIAL-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF EC-STATUS = 'A'
                                AND EC-DATA-RETIRADA = WS-DATA-REF
                                AND EC-ZONA NOT = SPACES
                            PERFORM GUARDA-ENCOMENDA-DIA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENCOMENDAS = "10"
                CLOSE SPECIAL-ORDER-FILE
            END-IF.

       GUARDA-ENCOMENDA-DIA.
            IF WS-PAR-TOTAL < 200
                ADD 1 TO WS-PAR-TOTAL
                MOVE EC-ZONA TO WS-PAR-ZONA(WS-PAR-TOTAL)
                MOVE 999 TO WS-PAR-PARADA(WS-PAR-TOTAL)
                MOVE EC-NUMERO TO WS-PAR-CLIENTE(WS-PAR-TOTAL)
                MOVE 'E' TO WS-PAR-TIPO(WS-PAR-TOTAL)
                MOVE EC-PRODUTO TO WS-PAR-PRODUTO(WS-PAR-TOTAL)
                MOVE EC-QTD TO WS-PAR-QTD(WS-PAR-TOTAL)
                MOVE EC-CLIENTE TO WS-PAR-NOME(WS-PAR-TOTAL)
                MOVE EC-TELEFONE TO WS-PAR-TELEFONE(WS-PAR-TOTAL)
                COMPUTE WS-PAR-SALDO(WS-PAR-TOTAL) =
                    EC-PRECO - EC-SINAL
            ELSE
                MOVE 'S' TO WS-PAR-ESTOUROU
            END-IF.

       ORDENA-PARADAS.
            PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                    UNTIL WS-PAR-SUB >= WS-PAR-TOTAL
                PERFORM VARYING WS-PAR-SUB2 FROM 1 BY 1
                        UNTIL WS-PAR-SUB2 >= WS-PAR-TOTAL
                    IF WS-PAR-CHAVE(WS-PAR-SUB2) >
                            WS-PAR-CHAVE(WS-PAR-SUB2 + 1)
                        MOVE WS-PAR-ENTRADA(WS-PAR-SUB2)
                            TO WS-PAR-TROCA
                        MOVE WS-PAR-ENTRADA(WS-PAR-SUB2 + 1)
                            TO WS-PAR-ENTRADA(WS-PAR-SUB2)
                        MOVE WS-PAR-TROCA
                            TO WS-PAR-ENTRADA(WS-PAR-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

      * Control breaks on zone (vehicle header) and on stop (the
      * previous stop's signature block closes it).
       IMPRIME-UMA-PARADA.
            IF WS-PAR-CHAVE(WS-PAR-SUB) NOT = WS-PARADA-CORRENTE
                IF WS-PARADA-CORRENTE NOT = HIGH-VALUES
                    PERFORM IMPRIME-ASSINATURA
                END-IF
                IF WS-PAR-ZONA(WS-PAR-SUB) NOT = WS-ZONA-CORRENTE
                    MOVE WS-PAR-ZONA(WS-PAR-SUB) TO WS-ZONA-CORRENTE
                    PERFORM IMPRIME-CABECALHO-ZONA
                END-IF
                MOVE WS-PAR-CHAVE(WS-PAR-SUB) TO WS-PARADA-CORRENTE
                ADD 1 TO WS-QTD-PARADAS
                MOVE SPACES TO WS-LINHA
                IF WS-PAR-TIPO(WS-PAR-SUB) = 'E'
                    STRING " PARADA ENC  ENCOMENDA "
                        WS-PAR-CLIENTE(WS-PAR-SUB)(1:6) " "
                        WS-PAR-NOME(WS-PAR-SUB) " FONE "
                        WS-PAR-TELEFONE(WS-PAR-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                ELSE
                    STRING " PARADA " WS-PAR-PARADA(WS-PAR-SUB)
                        "  CLIENTE " WS-PAR-CLIENTE(WS-PAR-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                END-IF
                PERFORM GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA.
            IF WS-PAR-TIPO(WS-PAR-SUB) = 'E'
                MOVE WS-PAR-SALDO(WS-PAR-SUB) TO WS-ED-SALDO
                STRING "    " WS-PAR-PRODUTO(WS-PAR-SUB)
                    " QTD " WS-PAR-QTD(WS-PAR-SUB)
                    "  SALDO A RECEBER " WS-ED-SALDO
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "    " WS-PAR-PRODUTO(WS-PAR-SUB)
                    " QTD " WS-PAR-QTD(WS-PAR-SUB)
                    "  ACEITO ______  RECUSADO ______"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM REGISTRA-ENTREGA
            END-IF
            PERFORM GRAVA-LINHA.

       IMPRIME-CABECALHO-ZONA.
            ADD 1 TO WS-QTD-ZONAS.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            IF WS-ZONA-CORRENTE = SPACES
                MOVE "*** CLIENTES SEM ZONA CADASTRADA (ZONACLI) ***"
                    TO WS-LINHA
                MOVE 4 TO RETURN-CODE
            ELSE
                PERFORM BUSCA-ATRIBUICAO
                IF WS-ATR-ACHOU = 'S'
                    STRING "ZONA " WS-ZONA-CORRENTE
                        "  VEICULO " RA-PLACA
                        "  MOTORISTA " RA-MOTORISTA
                        DELIMITED BY SIZE INTO WS-LINHA
                ELSE
                    STRING "ZONA " WS-ZONA-CORRENTE
                        "  *** SEM VEICULO ATRIBUIDO ***"
                        DELIMITED BY SIZE INTO WS-LINHA
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM GRAVA-LINHA.

       IMPRIME-ASSINATURA.
            MOVE SPACES TO WS-LINHA.
            STRING "    RECEBIDO POR ____________________"
                "  ASSINATURA ____________________"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * Same rule as the PICKLIST: only the day's first list logs
      * the standing-order lines as delivered.
       REGISTRA-ENTREGA.
            IF WS-GRAVA-ENTREGA = 'S'
                MOVE SPACES TO DELIVERY-LOG-RECORD
                MOVE WS-DATA-REF TO DL-DATA
                MOVE 'E' TO DL-TIPO
                MOVE WS-PAR-CLIENTE(WS-PAR-SUB) TO DL-CLIENTE
                MOVE WS-PAR-PRODUTO(WS-PAR-SUB) TO DL-PRODUTO
                MOVE WS-PAR-QTD(WS-PAR-SUB) TO DL-QTD
                MOVE WS-OPERADOR-ID TO DL-OPERADOR
                WRITE DELIVERY-LOG-RECORD
            END-IF.

      * Keys back one cafe's signed manifest: for each product the
      * day delivered there, the quantity accepted. Whatever was
      * delivered and neither returned nor accepted is logged as an
      * 'R' recusa; keying the cafe again only adds the difference.
       CONFERE-MANIFESTO.
            DISPLAY "DIGITE O CLIENTE:"
            ACCEPT WS-CLIENTE-ENTRADA
            PERFORM CARREGA-PRODUTOS-CLIENTE.
            IF WS-PRD-TOTAL = 0
                DISPLAY "SEM ENTREGA REGISTRADA NO DIA PARA ESTE "
      -             "CLIENTE"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                        UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                    PERFORM CONFERE-UM-PRODUTO
                END-PERFORM
                DISPLAY "PRODUTOS CONFERIDOS: " WS-QTD-CONFERIDAS
            END-IF.

       CARREGA-PRODUTOS-CLIENTE.
            MOVE 0 TO WS-PRD-TOTAL.
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
                        IF DL-DATA = WS-DATA-REF AND DL-TIPO = 'E'
                                AND DL-CLIENTE = WS-CLIENTE-ENTRADA
                            PERFORM GUARDA-PRODUTO-CLIENTE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DELIVLOG = "10"
                CLOSE DELIVERY-LOG-FILE
            END-IF.

       GUARDA-PRODUTO-CLIENTE.
            MOVE 'N' TO WS-PRD-ACHOU.
            PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                IF WS-PRD-NOME(WS-PRD-SUB) = DL-PRODUTO
                    MOVE 'S' TO WS-PRD-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PRD-ACHOU = 'N' AND WS-PRD-TOTAL < 30
                ADD 1 TO WS-PRD-TOTAL
                MOVE DL-PRODUTO TO WS-PRD-NOME(WS-PRD-TOTAL)
            END-IF.

       CONFERE-UM-PRODUTO.
            MOVE WS-PRD-NOME(WS-PRD-SUB) TO WS-PRODUTO-ENTRADA.
            PERFORM SOMA-MOVIMENTOS-DIA.
            DISPLAY WS-PRD-NOME(WS-PRD-SUB) " ENTREGUE "
      -         WS-QTD-ENTREGUE " JA DEVOLVIDO/RECUSADO "
      -         WS-QTD-DEVOLVIDA
            DISPLAY "QUANTIDADE ACEITA PELO CLIENTE:"
            ACCEPT WS-QTD-ACEITA
            IF WS-QTD-ACEITA NOT NUMERIC
                    OR WS-QTD-ACEITA + WS-QTD-DEVOLVIDA
                        > WS-QTD-ENTREGUE
                DISPLAY "ACEITE MAIOR QUE O ENTREGUE - PRODUTO "
      -             "NAO CONFERIDO"
                MOVE 8 TO RETURN-CODE
            ELSE
                COMPUTE WS-QTD-RECUSADA = WS-QTD-ENTREGUE
                    - WS-QTD-DEVOLVIDA - WS-QTD-ACEITA
                IF WS-QTD-RECUSADA > 0
                    OPEN EXTEND DELIVERY-LOG-FILE
                    IF WS-FS-DELIVLOG = "35"
                        OPEN OUTPUT DELIVERY-LOG-FILE
                    END-IF
                    MOVE SPACES TO DELIVERY-LOG-RECORD
                    MOVE WS-DATA-REF TO DL-DATA
                    MOVE 'R' TO DL-TIPO
                    MOVE WS-CLIENTE-ENTRADA TO DL-CLIENTE
                    MOVE WS-PRD-NOME(WS-PRD-SUB) TO DL-PRODUTO
                    MOVE WS-QTD-RECUSADA TO DL-QTD
                    MOVE WS-OPERADOR-ID TO DL-OPERADOR
                    WRITE DELIVERY-LOG-RECORD
                    CLOSE DELIVERY-LOG-FILE
                    DISPLAY "RECUSA REGISTRADA: " WS-QTD-RECUSADA
                END-IF
                ADD 1 TO WS-QTD-CONFERIDAS
            END-IF.

      * Totals the business date's DELIVLOG movements for the cafe
      * in WS-CLIENTE-ENTRADA and the product in
      * WS-PRODUTO-ENTRADA; a blank cafe totals the whole day.
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
            MOVE WS-LINHA TO MANIFEST-RECORD.
            WRITE MANIFEST-RECORD.

       COPY "holproc.cpy".

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM ROTEIRO.

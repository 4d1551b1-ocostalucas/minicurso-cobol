      ******************************************************************
      * TRIP-EXPENSE-RECORD - one driver expense claim on the TRIPEXP
      * file DESPVIAG keeps: tolls, parking or meals paid out of
      * pocket on a TRIPLOG trip (plate, driver, trip date), with
      * the employee DRIVERMST links the driver to. TX-CATEGORIA
      * 'P' pedagio, 'E' estacionamento, 'R' refeicao. TX-STATUS:
      *   'S' over the category's daily limit, waiting for a
      *       supervisor other than TX-LANCADOR
      *   'A' approved, to be reimbursed on the next payroll close
      *   'R' refused by the supervisor
      *   'F' on the payroll close of TX-COMPETENCIA
      *   'E' sent to the bank by BANKREMIT with the net pay
      * COPY into the FD for a file ASSIGNed to "TRIPEXP".
      ******************************************************************
       01  TRIP-EXPENSE-RECORD.
           05 TX-DESPESA-ID         PIC 9(6).
           05 TX-DELIM-1            PIC X(1).
           05 TX-DATA               PIC 9(8).
           05 TX-DELIM-2            PIC X(1).
           05 TX-PLACA              PIC X(10).
           05 TX-DELIM-3            PIC X(1).
           05 TX-MOTORISTA          PIC X(10).
           05 TX-DELIM-4            PIC X(1).
           05 TX-EMP-ID             PIC X(10).
           05 TX-DELIM-5            PIC X(1).
           05 TX-CATEGORIA          PIC X(1).
           05 TX-DELIM-6            PIC X(1).
           05 TX-VALOR              PIC 9(5)V99.
           05 TX-DELIM-7            PIC X(1).
           05 TX-STATUS             PIC X(1).
           05 TX-DELIM-8            PIC X(1).
           05 TX-LANCADOR           PIC X(10).
           05 TX-DELIM-9            PIC X(1).
           05 TX-APROVADOR          PIC X(10).
           05 TX-DELIM-10           PIC X(1).
           05 TX-COMPETENCIA        PIC 9(6).

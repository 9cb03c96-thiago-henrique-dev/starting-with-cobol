      *****************************************************************
      *  ROTREC.cpy
      *  One line of the 12-month headcount trend file (ROTTEND)
      *  ROTVAR writes for finance's spreadsheet: per month and
      *  department the opening headcount, admissions,
      *  terminations, transfers in and out, the closing headcount
      *  and the turnover percentage, fields separated by ";" and
      *  the decimal comma written out, so the file loads straight
      *  into a spreadsheet in the Brazilian locale.  The company
      *  total of each month carries TOTAL as the department, and
      *  a blank department is the one HR-feed hires land in until
      *  MNTVAR assigns them.  A header line names the columns.
      *****************************************************************
       01  TREND-RECORD.
           05  TR-PERIODO              PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-DEPTO                PIC X(5).
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-INICIAL              PIC -(5)9.
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-ADMISSOES            PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-DESLIGAMENTOS        PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-TRANSF-ENTRADA       PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-TRANSF-SAIDA         PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-FINAL                PIC -(5)9.
           05  FILLER                  PIC X(1)  VALUE ";".
           05  TR-TURNOVER-INT         PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE ",".
           05  TR-TURNOVER-DEC         PIC 9(2).

               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  SALIENTE-FILE.
       01  SALIENTE-RECORD             PIC X(50).
       FD  ENTRANTE-FILE.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 196.
           05 SQL-STMT   PIC X(196) VALUE 'SELECT ID_CLIENTE,SUM(CASE WH
      -    'EN ESTADO = ''Pagada'' THEN 1 ELSE 0 END),SUM(CASE WHEN ESTA
      -    'DO IN (''Pendiente'',''Parcial'') AND FECHA < ? THEN 1 ELSE
      -    '0 END) FROM banco.cuotas_hipoteca GROUP BY ID_CLIENTE'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_BUREAU'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************

      *          para que los operadores de clientes consigan una
      *          direccion nueva, y al no registrarse el aviso se
      *          reintenta en la proxima corrida.
      *          Las cuotas de hipotecas en UVA se avisan en pesos al
      *          valor de la unidad del dia (UVAHIP1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  NOTIF-FILE.
       01  NOTIF-RECORD.
           05  NOT-TIPO                PIC X(01).
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 327.
           05 SQL-STMT   PIC X(327) VALUE 'SELECT Q.ID_CLIENTE,Q.ID_HIPO
      -    'TECA,Q.N_CUOTA,Q.MONTO_CUOTA,DATE_FORMAT(Q.FECHA, ''%Y-%m-%d
      -    ''') FECHA_VTO,C.NOMBRE_CLIENTE,C.EMAIL_CLIENTE FROM banco.cu
      -    'otas_hipoteca Q JOIN banco.clientes C ON C.ID_CLIENTE = Q.ID
      -    '_CLIENTE WHERE Q.ESTADO IN (''Pendiente'',''Parcial'') AND Q
      -    '.FECHA BETWEEN CURDATE() AND DATE_ADD(CURDATE(), INTERVAL ?
      -    'DAY)'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_NOTIF '.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01  WS-AV-YA-ENVIADO            PIC X(1).
       01  WS-AV-REBOTADO              PIC X(1).
       01  WS-ED1                      PIC ZZZZZZZZZ9.99.
       01  WS-UVA-HOY                  PIC X(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.

       01  WS-TARJ-MASK.
           05  WS-MASK-INPUT           PIC X(16).
       01  WS-CONT-OMITIDOS            PIC 9(5) VALUE 0.
       01  WS-CONT-REBOTES             PIC 9(5) VALUE 0.

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           DISPLAY "===================================="
           DISPLAY "   AVISOS DE VENCIMIENTO A CLIENTES "
           DISPLAY "===================================="
           IF WS-BP-MODO = 'S'
               PERFORM 953-DIAS-NOCTURNO
           ELSE
               DISPLAY "Avisar vencimientos dentro de (dias, 0 = 5): "
               ACCEPT WS-DIAS-AVISO
           END-IF
           IF WS-DIAS-AVISO = 0
               MOVE 5 TO WS-DIAS-AVISO
           END-IF
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           MOVE SPACES TO WS-FECHA-HOY-G
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
               DELIMITED BY SIZE INTO WS-FECHA-HOY-G
           MOVE SPACES TO WS-UVA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-UVA-HOY
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA(1:6)) + 20000000)
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DH-HABIL))
           PERFORM 0100-INICIO
           IF WS-BP-MODO = 'S' AND SQLCODE < 0
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "SIN CONEXION A LA BASE DE DATOS" TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               GOBACK
           END-IF
           PERFORM 150-CARGA-ENVIADOS
           PERFORM 160-CARGA-REBOTADOS
           OPEN EXTEND SPOOL-FILE
           DISPLAY "Avisos spooleados:       " WS-CONT-SPOOL
           DISPLAY "Ya avisados (omitidos):  " WS-CONT-OMITIDOS
           DISPLAY "Sin correo utilizable:   " WS-CONT-REBOTES
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "SPOOLEADOS=" WS-CONT-SPOOL
                  " YA AVISADOS=" WS-CONT-OMITIDOS
                  " SIN CORREO=" WS-CONT-REBOTES
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO
           GOBACK.

       150-CARGA-ENVIADOS.
                   MOVE DB-NOMBRE TO WS-AV-NOMBRE
                   MOVE DB-EMAIL TO WS-AV-EMAIL
                   MOVE "CUOTA DE HIPOTECA" TO WS-AV-PRODUCTO
                   MOVE DB-ID-HIPOTECA TO WS-UVA-ID
                   CALL 'UVAHIP1' USING WS-UVA-ID WS-UVA-HOY
                                        WS-UVA-ES WS-UVA-VALOR
                                        WS-UVA-FECHA-ALTA
                                        WS-UVA-VALOR-ALTA
                                        WS-UVA-MONTO-ALTA
                   COMPUTE WS-AV-IMPORTE ROUNDED =
                       DB-IMPORTE * WS-UVA-VALOR
                   IF WS-UVA-ES = 'S'
                       MOVE "CUOTA DE HIPOTECA UVA" TO WS-AV-PRODUCTO
                   END-IF
                   PERFORM 400-EMITE-AVISO
               END-IF
           END-PERFORM
                   END-IF
               END-IF
           END-IF.

       950-MODO-NOCTURNO.
      *    Corrida nocturna desatendida (NOCTUR001): sin operador en
      *    pantalla, los parametros llegan por BATPARM1.
           MOVE 'M' TO WS-BP-FUNCION
           MOVE SPACES TO WS-BP-CLAVE WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-MODO.
       950-END.

       951-FECHA-NOCTURNA.
      *    La fecha de proceso de la corrida reemplaza a la del dia.
           IF WS-BP-MODO = 'S'
               MOVE 'G' TO WS-BP-FUNCION
               MOVE 'FECHA' TO WS-BP-CLAVE
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
               IF WS-BP-RESULTADO = 'S'
                   MOVE WS-BP-VALOR(3:6) TO WS-FECHA
               END-IF
           END-IF.
       951-END.

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.

       953-DIAS-NOCTURNO.
      *    Tarjeta DIAS-AVISO; sin tarjeta rige el defecto de 5.
           MOVE 0 TO WS-DIAS-AVISO
           MOVE 'G' TO WS-BP-FUNCION
           MOVE 'DIAS-AVISO' TO WS-BP-CLAVE
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           IF WS-BP-RESULTADO = 'S'
               COMPUTE WS-DIAS-AVISO = FUNCTION NUMVAL(WS-BP-VALOR)
           END-IF.
       953-END.
       END PROGRAM NOTIF001.

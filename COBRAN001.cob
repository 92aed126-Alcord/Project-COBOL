      * Date: 23/06/2025
      * Purpose: Gestion de cobranzas. La cola de trabajo se arma por
      *          corrida nocturna desde las cuotas de hipoteca
      *          vencidas (las UVA en pesos al valor del dia) y los
      *          resumenes de tarjeta impagos vencidos
      *          (GESTION_COBRANZA.DAT); cada caso se asigna a un
      *          gestor (operador de OPERADORES.IDX), lleva su
      *          bitacora de contactos con canal, resultado y promesa
      *          automaticamente cuando la promesa vence incumplida, y
      *          los recuperos se registran vinculados al caso. El
      *          reporte de productividad por gestor suma contactos
      *          hechos y dinero recuperado. Un recupero sobre un
      *          prestamo castigado (CASTIGOS.DAT, CASTIG001) queda
      *          ademas en CASTIGO_RECUP.DAT para que GLEXT001 lo
      *          contabilice como ingreso por recupero. Las cartas
      *          de intimacion por etapa de mora las emite CARTAS001
      *          y quedan como contacto CARTA del caso.
      *          Estados de caso: N=Nuevo A=Asignado P=Con promesa
      *                           E=Escalado C=Cerrado
      *                           X=En agencia externa (COBEXT001)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT PRODUC-FILE ASSIGN TO "GESTION_PRODUCTIVIDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-FSTATUS.
           SELECT CTGREC-FILE ASSIGN TO "CASTIGO_RECUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTGREC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CAS-PROM-FECHA          PIC X(08).
           05  CAS-PROM-IMPORTE        PIC 9(10)V99.
           05  CAS-RECUPERADO          PIC 9(10)V99.
           05  CAS-AGENCIA             PIC X(10).
           05  CAS-FECHA-AGENCIA       PIC X(08).
       FD  CONTACTOS-FILE.
       01  CONTACTO-RECORD.
           05  CON-CASO                PIC 9(06).
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  PRODUC-FILE.
       01  PRODUC-RECORD               PIC X(100).
       FD  CASTIGO-FILE.
       01  CASTIGO-RECORD.
           05  CTG-NRO                 PIC 9(06).
           05  CTG-PRODUCTO            PIC X(01).
           05  CTG-REF                 PIC X(16).
           05  CTG-NRO-RESUMEN         PIC 9(06).
           05  CTG-ID-CLIENTE          PIC 9(10).
           05  CTG-SALDO               PIC 9(12)V99.
           05  CTG-PROVISION           PIC 9(12)V99.
           05  CTG-ESTADO              PIC X(01).
           05  CTG-FECHA-PROP          PIC X(08).
           05  CTG-FECHA-CASTIGO       PIC X(08).
           05  CTG-PROPONE             PIC X(30).
           05  CTG-APRUEBA             PIC X(30).
           05  CTG-RECUPERADO          PIC 9(12)V99.
       FD  CTGREC-FILE.
       01  CTGREC-RECORD.
           05  CRC-FECHA               PIC X(08).
           05  CRC-NRO-CASTIGO         PIC 9(06).
           05  CRC-REF                 PIC X(16).
           05  CRC-ID-CLIENTE          PIC 9(10).
           05  CRC-IMPORTE             PIC 9(10)V99.
           05  CRC-CASO                PIC 9(06).
           05  CRC-GESTOR              PIC X(10).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 187.
           05 SQL-STMT   PIC X(187) VALUE 'SELECT ID_HIPOTECA,ID_CLIENTE
      -    ',COUNT(*),IFNULL(SUM(MONTO_CUOTA),0) FROM banco.cuotas_hipot
      -    'eca WHERE ESTADO IN (''Pendiente'',''Parcial'') AND FECHA <=
      -    ' CURDATE() GROUP BY ID_HIPOTECA,ID_CLIENTE'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_COBRAN'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-CONT-FSTATUS             PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-CASTIGO-FSTATUS          PIC XX.
       01  WS-CTGREC-FSTATUS           PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
               10  WS-CAS-PROM-FECHA   PIC X(08).
               10  WS-CAS-PROM-IMP     PIC 9(10)V99.
               10  WS-CAS-RECUPERADO   PIC 9(10)V99.
               10  WS-CAS-AGENCIA      PIC X(10).
               10  WS-CAS-FECHA-AGENCIA PIC X(08).
       01  WS-CAS-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAS-IDX                  PIC 9(3).
       01  WS-CAS-SEL                  PIC 9(3).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-G              PIC X(10).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-CONT-NUEVOS              PIC 9(4).
       01  WS-CONT-ESCALADOS           PIC 9(4).
       01  WS-ED1                      PIC ZZZZZZZZZ9.99.
       01  WS-GES-IDX                  PIC 9(2).
       01  WS-GES-SEL                  PIC 9(2).

      *    Registro de castigos, para reconocer un recupero sobre un
      *    prestamo ya pasado a cuentas de orden.
       01  WS-CASTIGOS.
           05  WS-CTG OCCURS 300 TIMES PIC X(158).
       01  WS-CTG-COUNT                PIC 9(3) VALUE 0.
       01  WS-CTG-IDX                  PIC 9(3).
       01  WS-CTG-SEL                  PIC 9(3).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO DB-ID-HIPOTECA
                   MOVE SQL-VAR-0002 TO DB-ID-CLIENTE
      *            Lo vencido de una hipoteca UVA esta en unidades:
      *            el caso se abre por su importe en pesos al valor
      *            UVA del dia, que es lo que se le reclama y contra
      *            lo que se miden los recuperos.
                   MOVE DB-ID-HIPOTECA TO WS-UVA-ID
                   CALL 'UVAHIP1' USING WS-UVA-ID
                                        WS-FECHA-HOY
                                        WS-UVA-ES
                                        WS-UVA-VALOR
                                        WS-UVA-FECHA-ALTA
                                        WS-UVA-VALOR-ALTA
                                        WS-UVA-MONTO-ALTA
                   END-CALL
                   COMPUTE DB-IMPORTE ROUNDED =
                       SQL-VAR-0004 * WS-UVA-VALOR
                   MOVE SPACES TO WS-REF-BUSCADA
                   STRING "HIP=" DB-ID-HIPOTECA
                       DELIMITED BY SIZE INTO WS-REF-BUSCADA
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-ESTADO(WS-CAS-SEL) = 'X'
               DISPLAY "El caso esta en la agencia "
                       WS-CAS-AGENCIA(WS-CAS-SEL)
                       "; retirelo primero desde COBEXT001."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Usuario del gestor (de OPERADORES.IDX): "
           ACCEPT WS-GESTOR-ING
           MOVE SPACES TO WS-GESTOR-ROL
           IF WS-PROM-IMP-ING > 0
               DISPLAY "Fecha prometida (AAAAMMDD): "
               ACCEPT WS-PROM-FECHA-ING
      *        Un caso en agencia externa sigue en la agencia; la
      *        promesa queda registrada igual.
               IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'X'
                   MOVE 'P' TO WS-CAS-ESTADO(WS-CAS-SEL)
               END-IF
               MOVE WS-PROM-FECHA-ING
                   TO WS-CAS-PROM-FECHA(WS-CAS-SEL)
               MOVE WS-PROM-IMP-ING
           MOVE WS-CAS-GESTOR(WS-CAS-SEL) TO CON-GESTOR
           WRITE CONTACTO-RECORD
           CLOSE CONTACTOS-FILE
           PERFORM 510-RECUPERO-CASTIGADO
           DISPLAY "Recupero registrado.".
       500-END.

       510-RECUPERO-CASTIGADO.
      *    Si el prestamo del caso fue castigado, el cobro no reduce
      *    saldo (ya esta en cuentas de orden): se acumula en el
      *    castigo y se deja en CASTIGO_RECUP.DAT como ingreso por
      *    recupero para GLEXT001.
           MOVE 0 TO WS-CTG-COUNT WS-CTG-SEL
           OPEN INPUT CASTIGO-FILE
           IF WS-CASTIGO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASTIGO-FSTATUS NOT = '00'
               READ CASTIGO-FILE
                   AT END MOVE '10' TO WS-CASTIGO-FSTATUS
                   NOT AT END
                       IF WS-CTG-COUNT < 300
                           ADD 1 TO WS-CTG-COUNT
                           MOVE CASTIGO-RECORD TO WS-CTG(WS-CTG-COUNT)
                           IF CTG-ESTADO = 'A'
                              AND CTG-REF = WS-CAS-REF(WS-CAS-SEL)
                               MOVE WS-CTG-COUNT TO WS-CTG-SEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASTIGO-FILE
           IF WS-CTG-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTG(WS-CTG-SEL) TO CASTIGO-RECORD
           ADD WS-RECUP-ING TO CTG-RECUPERADO
           MOVE CASTIGO-RECORD TO WS-CTG(WS-CTG-SEL)
           OPEN OUTPUT CASTIGO-FILE
           PERFORM VARYING WS-CTG-IDX FROM 1 BY 1
                   UNTIL WS-CTG-IDX > WS-CTG-COUNT
               MOVE WS-CTG(WS-CTG-IDX) TO CASTIGO-RECORD
               WRITE CASTIGO-RECORD
           END-PERFORM
           CLOSE CASTIGO-FILE
           MOVE WS-CTG(WS-CTG-SEL) TO CASTIGO-RECORD
           OPEN EXTEND CTGREC-FILE
           IF WS-CTGREC-FSTATUS NOT = '00'
               OPEN OUTPUT CTGREC-FILE
           END-IF
           MOVE WS-FECHA-HOY TO CRC-FECHA
           MOVE CTG-NRO TO CRC-NRO-CASTIGO
           MOVE CTG-REF TO CRC-REF
           MOVE CTG-ID-CLIENTE TO CRC-ID-CLIENTE
           MOVE WS-RECUP-ING TO CRC-IMPORTE
           MOVE WS-CASO-ING TO CRC-CASO
           MOVE WS-CAS-GESTOR(WS-CAS-SEL) TO CRC-GESTOR
           WRITE CTGREC-RECORD
           CLOSE CTGREC-FILE
           DISPLAY "Prestamo castigado (castigo " CTG-NRO
                   "): recupero imputado como ingreso.".
       510-END.

       600-ESCALA-PROMESAS.
           MOVE 0 TO WS-CONT-ESCALADOS
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1

       700-LISTA-CASOS.
           DISPLAY "CASO   O REF              CLIENTE    "
                   "IMPORTE       GESTOR     E AGENCIA"
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS-IMPORTE(WS-CAS-IDX) TO WS-ED1
                       WS-CAS-ID-CLIENTE(WS-CAS-IDX) " "
                       WS-ED1 " "
                       WS-CAS-GESTOR(WS-CAS-IDX) " "
                       WS-CAS-ESTADO(WS-CAS-IDX) " "
                       WS-CAS-AGENCIA(WS-CAS-IDX)
           END-PERFORM.
       700-END.


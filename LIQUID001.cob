      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 01/09/2026
      * Purpose: Escalera de liquidez de tesoreria. Proyecta los flujos
      *          contractuales por semana para las proximas 13 semanas:
      *          egresos por vencimientos de plazo fijo con instruccion
      *          Acreditar (los Renovar no salen); ingresos por cuotas
      *          de hipoteca pendientes (base; las UVA en pesos al valor
      *          de hoy) y por los pagos minimos esperados de los
      *          resumenes de tarjeta abiertos (RESUMEN_TARJETAS.DAT),
      *          neteados en una brecha acumulada que arranca de la
      *          posicion liquida actual (suma de los tesoros de
      *          sucursal, TESORO.DAT, mas el efectivo en cajeros
      *          automaticos, CAJEROS_ATM.DAT neto de lo ya dispensado y
      *          pendiente de cuadre en CAJEROS_DISPENSADO.DAT). Corre
      *          en cada cierre diario (la llama CIERDIA01) y la salida
      *          LIQUIDEZ_ESCALERA.TXT se archiva via REPOSIT1:
      *          reemplaza la planilla que el tesorero rearmaba cada
      *          lunes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TESORO-FILE ASSIGN TO "TESORO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TESORO-FSTATUS.
           SELECT CAJERO-FILE ASSIGN TO "CAJEROS_ATM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJERO-FSTATUS.
           SELECT DISP-FILE ASSIGN TO "CAJEROS_DISPENSADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FSTATUS.
           SELECT ESCALERA-FILE ASSIGN TO "LIQUIDEZ_ESCALERA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  TESORO-FILE.
       01  TESORO-RECORD.
           05  TES-SUCURSAL            PIC X(03).
           05  TES-CANT                PIC 9(07) OCCURS 7 TIMES.
           05  TES-TOTAL               PIC 9(12)V99.
       FD  CAJERO-FILE.
       01  CAJERO-RECORD.
           05  ATM-ID                  PIC X(06).
           05  ATM-SUCURSAL            PIC X(03).
           05  ATM-UBICACION           PIC X(30).
           05  ATM-ESTADO              PIC X(01).
           05  ATM-CANT                PIC 9(07) OCCURS 7 TIMES.
           05  ATM-TOTAL               PIC 9(12)V99.
           05  ATM-FECHA-CARGA         PIC X(08).
       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DSP-ATM                 PIC X(06).
           05  DSP-FECHA               PIC X(08).
           05  DSP-IMPORTE             PIC 9(10)V99.
           05  DSP-REF                 PIC X(20).
           05  DSP-ESTADO              PIC X(01).
       FD  ESCALERA-FILE.
       01  ESCALERA-RECORD             PIC X(120).

           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 133.
           05 SQL-STMT   PIC X(133) VALUE 'SELECT FECHA,MONTO_CUOTA,ID_H
      -    'IPOTECA FROM banco.cuotas_hipoteca WHERE ESTADO IN (''Pendie
      -    'nte'',''Parcial'') AND FECHA >= ? AND FECHA <= ?'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_LIQUID'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0002  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-PLAZO-FSTATUS            PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-TESORO-FSTATUS           PIC XX.
       01  WS-CAJERO-FSTATUS           PIC XX.
       01  WS-DISP-FSTATUS             PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-HASTA-ENTERO             PIC 9(8).
       01  WS-HASTA-NUM                PIC 9(8).
       01  WS-FECHA-G-DESDE            PIC X(10).

       150-POSICION-INICIAL.
      *    Posicion liquida de arranque: el efectivo de todos los
      *    tesoros de sucursal (TESORO.DAT) y de los cajeros
      *    automaticos: lo cargado menos lo dispensado que todavia
      *    no se cuadro en una descarga.
           MOVE 0 TO WS-POSICION
           OPEN INPUT TESORO-FILE
           IF WS-TESORO-FSTATUS = '00'
                   END-READ
               END-PERFORM
               CLOSE TESORO-FILE
           END-IF
           OPEN INPUT CAJERO-FILE
           IF WS-CAJERO-FSTATUS = '00'
               PERFORM UNTIL WS-CAJERO-FSTATUS NOT = '00'
                   READ CAJERO-FILE
                       AT END MOVE '10' TO WS-CAJERO-FSTATUS
                       NOT AT END
                           ADD ATM-TOTAL TO WS-POSICION
                   END-READ
               END-PERFORM
               CLOSE CAJERO-FILE
           END-IF
           OPEN INPUT DISP-FILE
           IF WS-DISP-FSTATUS = '00'
               PERFORM UNTIL WS-DISP-FSTATUS NOT = '00'
                   READ DISP-FILE
                       AT END MOVE '10' TO WS-DISP-FSTATUS
                       NOT AT END
                           IF DSP-ESTADO = 'P'
                               SUBTRACT DSP-IMPORTE FROM WS-POSICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISP-FILE
           END-IF.
       150-END.

               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(3)
               MOVE 6 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               IF SQLCODE NOT = 100
      *            Cuota UVA en unidades: se proyecta en pesos al
      *            valor UVA de hoy, el ultimo conocido.
                   MOVE SQL-VAR-0002 TO WS-UVA-ID
                   CALL 'UVAHIP1' USING WS-UVA-ID
                                        WS-FECHA-HOY
                                        WS-UVA-ES
                                        WS-UVA-VALOR
                                        WS-UVA-FECHA-ALTA
                                        WS-UVA-VALOR-ALTA
                                        WS-UVA-MONTO-ALTA
                   END-CALL
                   COMPUTE WS-CUO-MONTO ROUNDED =
                       SQL-VAR-0001 * WS-UVA-VALOR
                   MOVE SPACES TO WS-VTO-NUM
                   STRING WS-CUO-FECHA(1:4) WS-CUO-FECHA(6:2)
                          WS-CUO-FECHA(9:2)
           DISPLAY ESCALERA-RECORD
           MOVE WS-POSICION TO WS-ED1
           MOVE SPACES TO ESCALERA-RECORD
           STRING "POSICION LIQUIDA INICIAL (TESOROS Y ATM): " WS-ED1
               DELIMITED BY SIZE INTO ESCALERA-RECORD
           WRITE ESCALERA-RECORD
           DISPLAY ESCALERA-RECORD

      *          la diferencia queda en INTEGRIDAD_DIF.TXT; (6) arma
      *          y verifica el juego de respaldo del dia (RESPALD01):
      *          sin respaldo verificado el dia tampoco queda OK.
      *          Antes del diario pasa a pesos los saldos en dolares de
      *          tarjeta impagos al vencimiento (TARCNV001), para que
      *          esos movimientos entren en el diario del mismo dia.
      *          Por la misma razon corre antes los barridos
      *          automaticos de saldos pactados (BARRIDO1).
      *          Advierte en el diario y en el log cuando la cuenta de
      *          liquidacion en el BCRA no quedo conciliada para el dia
      *          (CONCIL_BCRA.DAT, que arma CONBCR001).
      *          Al final calcula la posicion diaria de efectivo
      *          minimo (ENCAJE001).
      *          El cierre mensual (CIEMEN001 600-CIERRE-COMPLETO) se
      *          niega a correr si algun dia habil del mes no esta
      *          probado en DIAS_CERRADOS.DAT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PENDIDX-FSTATUS.
           SELECT CONCIL-FILE ASSIGN TO "CONCIL_BCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCIL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PENDIENTE-RECORD.
           05  PEND-ID                 PIC 9(09).
           05  PEND-RESTO              PIC X(56).
       FD  CONCIL-FILE.
       01  CONCIL-RECORD.
           05  CON-FECHA               PIC X(08).
           05  CON-ESTADO              PIC X(03).
           05  CON-CONCILIADAS         PIC 9(05).
           05  CON-SOLO-PROPIO         PIC 9(05).
           05  CON-SOLO-BCRA           PIC 9(05).
           05  CON-DIFERENCIA          PIC 9(12)V99.
           05  CON-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05  WS-MOV-SALDO            PIC S9(11)V99.
           05  WS-MOV-TIPO             PIC X(1).

       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-FECHA                PIC X(8).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.

       01  WS-CLIENTE-ANT              PIC 9(10) VALUE 0.
       01  WS-SALDO-ESPERADO           PIC S9(11)V99 VALUE 0.
       01  WS-PRIMERO-CLIENTE          PIC X(1) VALUE 'S'.
       01  WS-FECHAHORA                PIC X(26).
       01  WS-MSG                      PIC X(70).

       01  WS-CONCIL-FSTATUS           PIC XX.
       01  WS-CONCIL-FECHA             PIC X(8).
       01  WS-CONCIL-ESTADO            PIC X(3).
       01  WS-CONCIL-PROPIO            PIC 9(5).
       01  WS-CONCIL-BCRA              PIC 9(5).
       01  WS-CONCIL-DIF               PIC 9(12)V99.

       01  WS-BR-FUNCION               PIC X(1) VALUE 'N'.
       01  WS-BR-DOC                   PIC X(13) VALUE SPACES.
       01  WS-BR-IMPORTE               PIC 9(10)V99 VALUE 0.
       01  WS-BR-RESULTADO             PIC X(1).
       01  WS-BR-CANTIDAD              PIC 9(5) VALUE 0.

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           DISPLAY "===================================="
           DISPLAY "         CIERRE DIARIO              "
           DISPLAY "===================================="
           PERFORM 0100-INICIO
           IF WS-BP-MODO = 'S'
               PERFORM 953-FECHA-CIERRE
           ELSE
               DISPLAY "Dia a cerrar (AAAA-MM-DD): "
               ACCEPT WT-FECHA-DIA
           END-IF
           IF WT-FECHA-DIA = SPACES
               DISPLAY "Fecha invalida."
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "SIN FECHA DE CIERRE" TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               GOBACK
           END-IF
           IF WS-BP-MODO = 'S' AND SQLCODE < 0
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "SIN CONEXION A LA BASE DE DATOS" TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               GOBACK
           END-IF
      *    Saldos en dolares de tarjeta vencidos e impagos: pasan a
      *    pesos a la cotizacion del dia antes de armar el diario.
           CALL 'TARCNV001' USING WT-FECHA-DIA
      *    Barridos automaticos entre cuenta corriente, caja de
      *    ahorro y plazo fijo segun los acuerdos de BARRIDOS.DAT.
           CALL 'BARRIDO1' USING WS-BR-FUNCION WS-BR-DOC
                                 WS-BR-IMPORTE LK-OPERADOR
                                 WS-BR-RESULTADO WS-BR-CANTIDAD
           DISPLAY "Barridos automaticos realizados: " WS-BR-CANTIDAD
           MOVE ZEROES TO WS-CONT-MOVS WS-CONT-DESCUADRES
                          WS-CONT-HUECOS WS-CONT-INTEGRIDAD
           OPEN OUTPUT DIARIO-FILE
           PERFORM 500-CONTROL-SECUENCIA
           PERFORM 550-INTEGRIDAD-ARCHIVOS
           PERFORM 580-RESPALDO
           PERFORM 590-CONTROL-BCRA
           MOVE SPACES TO DIARIO-RECORD
           STRING "MOVIMIENTOS=" WS-CONT-MOVS
                  " DESCUADRES=" WS-CONT-DESCUADRES
      *    Utilizacion de topes diarios por operador y canal: el
      *    volumen inusual se ve aunque no haya rechazos.
           CALL 'LIMUTIL01' USING WT-FECHA-DIA
      *    Posicion de moneda extranjera de la mesa de cambios.
           CALL 'FXPOS001' USING WT-FECHA-DIA
      *    Posicion diaria de efectivo minimo por moneda.
           CALL 'ENCAJE001' USING WT-FECHA-DIA
      *    En la corrida nocturna un cierre con diferencias frena a
      *    los pasos que dependen de el.
           IF WS-RESULTADO-DIA = 'OK '
               MOVE 'C' TO WS-BP-RESULTADO
           ELSE
               MOVE 'E' TO WS-BP-RESULTADO
           END-IF
           MOVE SPACES TO WS-BP-VALOR
           STRING "CIERRE " WS-RESULTADO-DIA
                  " MOVS=" WS-CONT-MOVS
                  " DESCUADRES=" WS-CONT-DESCUADRES
                  " HUECOS=" WS-CONT-HUECOS
                  " INTEGRIDAD=" WS-CONT-INTEGRIDAD
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO
           GOBACK.

       200-DIARIO-CTACTES.
       300-END.

       400-DIARIO-CUOTAS.
      *    La cuota de una hipoteca UVA esta en unidades: el diario
      *    la informa en pesos al valor UVA del dia cerrado.
           MOVE SPACES TO WS-UVA-FECHA
           STRING WT-FECHA-DIA(1:4) WT-FECHA-DIA(6:2)
                  WT-FECHA-DIA(9:2)
               DELIMITED BY SIZE INTO WS-UVA-FECHA
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO WS-MOV-ID
                   MOVE SQL-VAR-0002 TO WS-MOV-CLIENTE
                   MOVE SQL-VAR-0001 TO WS-UVA-ID
                   CALL 'UVAHIP1' USING WS-UVA-ID
                                        WS-UVA-FECHA
                                        WS-UVA-ES
                                        WS-UVA-VALOR
                                        WS-UVA-FECHA-ALTA
                                        WS-UVA-VALOR-ALTA
                                        WS-UVA-MONTO-ALTA
                   END-CALL
                   COMPUTE WS-MOV-IMPORTE ROUNDED =
                       SQL-VAR-0004 * WS-UVA-VALOR
                   ADD 1 TO WS-CONT-MOVS
                   MOVE WS-MOV-IMPORTE TO WS-IMP-1
                   MOVE SPACES TO DIARIO-RECORD
           CALL 'RESPALD01' USING WT-FECHA-DIA WS-RESP-OK.
       580-END.

       590-CONTROL-BCRA.
      *    La conciliacion de la cuenta de liquidacion BCRA no
      *    reprueba el dia (el extracto puede llegar despues del
      *    cierre), pero la falta de conciliacion o una diferencia
      *    quedan advertidas en el diario y en el log.
           STRING WT-FECHA-DIA(1:4) WT-FECHA-DIA(6:2)
                  WT-FECHA-DIA(9:2)
               DELIMITED BY SIZE INTO WS-CONCIL-FECHA
           MOVE SPACES TO WS-CONCIL-ESTADO
           OPEN INPUT CONCIL-FILE
           IF WS-CONCIL-FSTATUS = '00'
               PERFORM UNTIL WS-CONCIL-FSTATUS NOT = '00'
                   READ CONCIL-FILE
                       AT END MOVE '10' TO WS-CONCIL-FSTATUS
                       NOT AT END
                           IF CON-FECHA = WS-CONCIL-FECHA
                               MOVE CON-ESTADO TO WS-CONCIL-ESTADO
                               MOVE CON-SOLO-PROPIO
                                   TO WS-CONCIL-PROPIO
                               MOVE CON-SOLO-BCRA TO WS-CONCIL-BCRA
                               MOVE CON-DIFERENCIA TO WS-CONCIL-DIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCIL-FILE
           END-IF
           IF WS-CONCIL-ESTADO = 'OK '
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MSG
           IF WS-CONCIL-ESTADO = SPACES
               STRING "AVISO: CUENTA BCRA SIN CONCILIAR EL "
                      WT-FECHA-DIA " (CONBCR001)"
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               MOVE WS-CONCIL-DIF TO WS-IMP-1
               STRING "AVISO BCRA NO CONCILIA: PROP="
                      WS-CONCIL-PROPIO " BCRA=" WS-CONCIL-BCRA
                      " DIF=" WS-IMP-1
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF
           MOVE WS-MSG TO DIARIO-RECORD
           WRITE DIARIO-RECORD
           PERFORM 700-LOG.
       590-END.

       600-MARCA-DIA.
      *    Agrega la marca de la corrida a DIAS_CERRADOS.DAT. Una
      *    fecha puede tener varias marcas (una por corrida); quien
                               SQLERRMC(1:SQLERRML)
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

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.

       953-FECHA-CIERRE.
      *    El dia a cerrar es la fecha de proceso de la corrida.
           MOVE SPACES TO WT-FECHA-DIA
           MOVE 'G' TO WS-BP-FUNCION
           MOVE 'FECHA' TO WS-BP-CLAVE
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           IF WS-BP-RESULTADO = 'S'
               STRING WS-BP-VALOR(1:4) "-" WS-BP-VALOR(5:2) "-"
                      WS-BP-VALOR(7:2)
                   DELIMITED BY SIZE INTO WT-FECHA-DIA
           END-IF.
       953-END.
       END PROGRAM CIERDIA01.

      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Disputas y contracargos de consumos de tarjeta. La
      *          disputa se registra sobre un consumo (tipo C) de
      *          MOVIMIENTOS_TARJETAS con su motivo: NR no reconocido,
      *          DU duplicado, NE mercaderia no recibida. Cada una se
      *          numera (entidad CONTRACARGO de SECUENCIAS.DAT) y
      *          queda en CONTRACARGOS_TARJ.DAT; al registrarla se
      *          acredita al cliente un credito provisorio (movimiento
      *          tipo D, entidad MOVTARJ) que baja ACUM_MES y sale en
      *          el resumen aparte de los pagos.
      *          Plazos de la red: la disputa solo se admite dentro de
      *          CBK-DIAS-RED dias de la fecha del consumo (PARAM1,
      *          120 por defecto) y la que no se envio a tiempo queda
      *          fuera de plazo (P) con el credito a cargo del banco.
      *          El envio arma CONTRACARGOS_SALIDA.DAT para la red:
      *            H;fecha AAAAMMDD
      *            D;contracargo;tarjeta;comercio;fecha consumo;
      *              importe;motivo;autorizacion
      *            T;cantidad de detalles;importe total
      *          y la respuesta de la red llega en
      *          CONTRACARGOS_RESPUESTA.DAT:
      *            R;contracargo;A aceptado / P representado;fecha
      *          Aceptado deja el credito definitivo (F) y devuelve
      *          los puntos del consumo; representado dentro del
      *          plazo de respuesta (CBK-DIAS-RESPUESTA desde el
      *          envio, 45 por defecto) pasa a R y TARRES001 revierte
      *          el credito en el proximo cierre. Sin respuesta en
      *          plazo, o con representacion tardia, el credito queda
      *          definitivo. El reporte de antiguedad abre las
      *          disputas abiertas por dias desde el alta (las mismas
      *          cubetas que AGING001) y marca las de plazo vencido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRC001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT CONTRC-FILE ASSIGN TO "CONTRACARGOS_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK-FSTATUS.
           SELECT SALIDA-FILE ASSIGN TO "CONTRACARGOS_SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPUESTA-FILE ASSIGN TO "CONTRACARGOS_RESPUESTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-FSTATUS.
           SELECT APLICADAS-FILE ASSIGN TO "PRESENTAC_APLICADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLIC-FSTATUS.
           SELECT AGING-FILE ASSIGN TO "CONTRACARGOS_AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
      *    Estado: A abierta, E enviada a la red, F credito
      *    definitivo, R representada (a revertir en el cierre),
      *    V revertida por TARRES001, P fuera de plazo de la red.
       FD  CONTRC-FILE.
       01  CONTRC-RECORD.
           05  CBK-NRO                 PIC 9(09).
           05  CBK-ID-MOV              PIC 9(09).
           05  CBK-NRO-TARJETA         PIC X(16).
           05  CBK-ID-CLIENTE          PIC 9(10).
           05  CBK-COMERCIO            PIC X(25).
           05  CBK-AUTORIZACION        PIC X(06).
           05  CBK-FECHA-CONSUMO       PIC X(08).
           05  CBK-IMPORTE             PIC 9(10)V99.
           05  CBK-MOTIVO              PIC X(02).
           05  CBK-ESTADO              PIC X(01).
           05  CBK-FECHA-ALTA          PIC X(08).
           05  CBK-FECHA-LIM-RED       PIC X(08).
           05  CBK-FECHA-ENVIO         PIC X(08).
           05  CBK-FECHA-LIM-RESP      PIC X(08).
           05  CBK-FECHA-ESTADO        PIC X(08).
           05  CBK-ID-MOV-CRED         PIC 9(09).
           05  CBK-ID-MOV-REV          PIC 9(09).
           05  CBK-OPERADOR            PIC X(30).
       FD  SALIDA-FILE.
       01  SALIDA-RECORD               PIC X(120).
       FD  RESPUESTA-FILE.
       01  RESPUESTA-RECORD            PIC X(80).
       FD  APLICADAS-FILE.
       01  APLICADA-RECORD.
           05  PRA-ID-MOVIMIENTO       PIC 9(09).
           05  PRA-FECHA-PROC          PIC X(08).
           05  PRA-FECHA-PRES          PIC X(08).
           05  PRA-NRO-TARJETA         PIC X(16).
           05  PRA-TITULAR             PIC X(16).
           05  PRA-COMERCIO            PIC X(25).
           05  PRA-FECHA-CONSUMO       PIC X(08).
           05  PRA-IMPORTE-ORIG        PIC 9(10)V99.
           05  PRA-MONEDA              PIC X(03).
           05  PRA-IMPORTE             PIC 9(10)V99.
           05  PRA-CUOTAS              PIC 9(02).
           05  PRA-AUTORIZACION        PIC X(06).
       FD  AGING-FILE.
       01  AGING-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
      **********************************************************************
      *******                EMBEDDED SQL VARIABLES                  *******
       01 SQLCA.
           05 SQLSTATE PIC X(5).
              88  SQL-SUCCESS           VALUE '00000'.
              88  SQL-RIGHT-TRUNC       VALUE '01004'.
              88  SQL-NODATA            VALUE '02000'.
              88  SQL-DUPLICATE         VALUE '23000' THRU '23999'.
              88  SQL-MULTIPLE-ROWS     VALUE '21000'.
              88  SQL-NULL-NO-IND       VALUE '22002'.
              88  SQL-INVALID-CURSOR-STATE VALUE '24000'.
           05 FILLER   PIC X.
           05 SQLVERSN PIC 99 VALUE 03.
           05 SQLCODE  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQLERRM.
               49 SQLERRML PIC S9(4) COMP-5 VALUE ZERO.
               49 SQLERRMC PIC X(486).
           05 SQLERRD OCCURS 6 TIMES PIC S9(9) COMP-5 VALUE ZERO.
           05 FILLER   PIC X(4).
           05 SQL-HCONN USAGE POINTER VALUE NULL.
       01 SQLV.
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 6.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 6 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 6 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 6 TIMES.
           05 SQL-PREC   PIC X OCCURS 6 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 198.
           05 SQL-STMT   PIC X(198) VALUE 'SELECT  IFNULL(MAX(TIPO_MOV),
      -    '''X''),IFNULL(MAX(MONTO),0),IFNULL(MAX(ID_CLIENTE),0),IFNULL
      -    '(MAX(FECHA_MOV),''0000-00-00'') FROM BANCO.MOVIMIENTOS_TARJE
      -    'TAS WHERE ID_MOVIMIENTO = ? AND NRO_TARJETA = TRIM(?)'.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 71.
           05 SQL-STMT   PIC X(71) VALUE 'SELECT COALESCE(MAX(ID_MOVIMIE
      -    'NTO),0)+1 FROM BANCO.MOVIMIENTOS_TARJETAS'.
      **********************************************************************
       01 SQL-STMT-4.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 123.
           05 SQL-STMT   PIC X(123) VALUE 'INSERT INTO BANCO.MOVIMIENTOS
      -    '_TARJETAS (ID_MOVIMIENTO,ID_CLIENTE,NRO_TARJETA,FECHA_MOV,TI
      -    'PO_MOV,MONTO) VALUES (?,?,?,?,?,?)'.
      **********************************************************************
       01 SQL-STMT-6.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 77.
           05 SQL-STMT   PIC X(77) VALUE 'UPDATE BANCO.TARJETAS SET ACUM
      -    '_MES = ACUM_MES - ? WHERE NRO_TARJETA = TRIM(?)'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(9) COMP-3.
           05 SQL-VAR-0002  PIC S9(9)V9(2) COMP-3.
           05 SQL-VAR-0003  PIC S9(9) COMP-3.
           05 SQL-VAR-0004  PIC S9(9)V9(2) COMP-3.
           05 SQL-VAR-0005  PIC S9(9) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-NRO-TARJETA          PIC X(16).
           05  WT-ID-CLIENTE           PIC 9(10).
           05  WT-ID-MOVIMIENTO        PIC 9(9).
           05  WT-FECHA-MOVIMIENTO     PIC X(10).
           05  WT-TIPO-MOVIMIENTO      PIC X(1).
           05  WT-TIPO-ORIGINAL        PIC X(1).
           05  WT-FECHA-ORIGINAL       PIC X(10).
           05  WT-MONTO-ORIGINAL       PIC 9(9)V99.

       01  WS-CBK-FSTATUS              PIC XX.
       01  WS-RESP-FSTATUS             PIC XX.
       01  WS-APLIC-FSTATUS            PIC XX.

       01  WS-CONTRACARGOS.
           05  WS-CBK OCCURS 500 TIMES PIC X(196).
       01  WS-CBK-COUNT                PIC 9(3) VALUE 0.
       01  WS-CBK-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-CBK-IDX                  PIC 9(3).
       01  WS-CBK-SEL                  PIC 9(3).

       01  WS-OPCION                   PIC 9.
       01  WS-TARJETA-ING              PIC X(16).
       01  WS-MOV-ING                  PIC 9(9).
       01  WS-MOTIVO-ING               PIC 9.
       01  WS-IMPORTE-ING              PIC 9(9)V99.
       01  WS-MOTIVO                   PIC X(02).
       01  WS-MOTIVO-DESC              PIC X(25).
       01  WS-COMERCIO                 PIC X(25).
       01  WS-AUTORIZACION             PIC X(06).
       01  WS-FECHA-CONSUMO            PIC X(08).
       01  WS-IMPORTE                  PIC 9(10)V99.
       01  WS-EN-DISPUTA               PIC 9(10)V99.

       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY8               PIC X(08).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-AUX-ENTERO               PIC 9(8).
       01  WS-AUX-NUM                  PIC 9(8).
       01  WS-DIAS-RED                 PIC 9(4) VALUE 120.
       01  WS-DIAS-RESP                PIC 9(4) VALUE 45.
       01  WS-DIAS-ABIERTA             PIC S9(5).
       01  WS-DIAS-ED                  PIC ZZZZ9.

       01  WS-CAMPO-TIPO               PIC X(01).
       01  WS-CAMPO-NRO                PIC X(09).
       01  WS-CAMPO-RESULTADO          PIC X(01).
       01  WS-CAMPO-FECHA              PIC X(08).
       01  WS-RESP-NRO                 PIC 9(09).

       01  WS-CONT-ENVIADAS            PIC 9(5).
       01  WS-CONT-FUERA-PLAZO         PIC 9(5).
       01  WS-CONT-ACEPTADAS           PIC 9(5).
       01  WS-CONT-REPRESENTADAS       PIC 9(5).
       01  WS-CONT-TARDIAS             PIC 9(5).
       01  WS-CONT-SIN-RESPUESTA       PIC 9(5).
       01  WS-CONT-DESCONOCIDAS        PIC 9(5).
       01  WS-CONT-VENCIDAS            PIC 9(5).
       01  WS-SUM-ENVIADO              PIC 9(12)V99.
       01  WS-IMP-SALIDA               PIC 9(10).99.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.

      *    Cubetas por dias desde el alta: 0-30, 31-60, 61-90, 91+.
       01  WS-CUBETAS.
           05  WS-CUB OCCURS 4 TIMES.
               10  WS-CUB-CANT         PIC 9(5).
               10  WS-CUB-IMPORTE      PIC 9(12)V99.
       01  WS-CUB-IDX                  PIC 9.
       01  WS-CUB-TITULO               PIC X(10).

       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-PTS-FUNCION              PIC X(01).
       01  WS-PTS-MONTO                PIC 9(08)V99.
       01  WS-PTS-PUNTOS               PIC 9(09).
       01  WS-PTS-RESULTADO            PIC X(01).

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY8
           STRING "20" WS-FECHA(1:6)
               DELIMITED BY SIZE INTO WS-FECHA-HOY8
           MOVE SPACES TO WT-FECHA-MOVIMIENTO
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
               DELIMITED BY SIZE INTO WT-FECHA-MOVIMIENTO
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY8))
           PERFORM 120-PLAZOS-RED
           PERFORM 0100-INICIO
           PERFORM 110-CARGA-CONTRACARGOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   CONTRACARGOS DE TARJETA          "
           DISPLAY "===================================="
           DISPLAY "1 - Registrar disputa de un consumo"
           DISPLAY "2 - Generar archivo de contracargos a la red"
           DISPLAY "3 - Procesar respuestas de la red"
           DISPLAY "4 - Reporte de antiguedad de disputas abiertas"
           DISPLAY "5 - Consultar disputas de una tarjeta"
           DISPLAY "6 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-REGISTRAR-DISPUTA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-GENERA-SALIDA
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-PROCESA-RESPUESTAS
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 500-REPORTE-AGING
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 600-CONSULTAR
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-CONTRACARGOS.
           MOVE 0 TO WS-CBK-COUNT
           MOVE 'N' TO WS-CBK-DESBORDE
           OPEN INPUT CONTRC-FILE
           IF WS-CBK-FSTATUS = '00'
               PERFORM UNTIL WS-CBK-FSTATUS NOT = '00'
                   READ CONTRC-FILE
                       AT END MOVE '10' TO WS-CBK-FSTATUS
                       NOT AT END
                           IF WS-CBK-COUNT >= 500
                               DISPLAY "AVISO: CONTRACARGOS_TARJ.DAT "
                                   "supera las 500 disputas."
                               MOVE 'S' TO WS-CBK-DESBORDE
                               MOVE '10' TO WS-CBK-FSTATUS
                           ELSE
                               ADD 1 TO WS-CBK-COUNT
                               MOVE CONTRC-RECORD TO
                                   WS-CBK(WS-CBK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRC-FILE
           END-IF.
       110-END.

       120-PLAZOS-RED.
      *    Plazos de la red: para presentar el contracargo desde la
      *    fecha del consumo y para que el adquirente responda desde
      *    el envio.
           MOVE 'CBK-DIAS-RED        ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY8 TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-RED
           ELSE
               MOVE 120 TO WS-DIAS-RED
           END-IF
           MOVE 'CBK-DIAS-RESPUESTA  ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-RESP
           ELSE
               MOVE 45 TO WS-DIAS-RESP
           END-IF.
       120-END.

       150-GRABA-CONTRACARGOS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-CBK-DESBORDE = 'S'
               DISPLAY "CONTRACARGOS_TARJ.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTRC-FILE
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               WRITE CONTRC-RECORD
           END-PERFORM
           CLOSE CONTRC-FILE.
       150-END.

       160-DESCRIBE-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN 'NR'
                   MOVE 'NO RECONOCIDO' TO WS-MOTIVO-DESC
               WHEN 'DU'
                   MOVE 'DUPLICADO' TO WS-MOTIVO-DESC
               WHEN 'NE'
                   MOVE 'MERCADERIA NO RECIBIDA' TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-DESC
           END-EVALUATE.
       160-END.

       200-REGISTRAR-DISPUTA.
           IF WS-CBK-DESBORDE = 'S' OR WS-CBK-COUNT >= 500
               DISPLAY "Archivo de contracargos lleno."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de tarjeta: "
           ACCEPT WS-TARJETA-ING
           DISPLAY "Numero de movimiento del consumo: "
           ACCEPT WS-MOV-ING
           MOVE WS-TARJETA-ING TO WT-NRO-TARJETA
           PERFORM 210-LEE-CONSUMO
           IF WT-TIPO-ORIGINAL NOT = 'C'
               DISPLAY "El movimiento no existe o no es un consumo "
                       "de la tarjeta."
               EXIT PARAGRAPH
           END-IF
      *    Lo ya disputado del mismo consumo (salvo lo revertido por
      *    representacion) no puede volver a disputarse.
           MOVE 0 TO WS-EN-DISPUTA
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               IF CBK-ID-MOV = WS-MOV-ING
                  AND CBK-ESTADO NOT = 'V'
                   ADD CBK-IMPORTE TO WS-EN-DISPUTA
               END-IF
           END-PERFORM
           IF WS-EN-DISPUTA >= WT-MONTO-ORIGINAL
               DISPLAY "El consumo ya esta disputado por su importe "
                       "total."
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-DATOS-PRESENTACION
      *    Plazo de la red para presentar el contracargo.
           COMPUTE WS-AUX-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-CONSUMO))
               + WS-DIAS-RED
           COMPUTE WS-AUX-NUM =
               FUNCTION DATE-OF-INTEGER(WS-AUX-ENTERO)
           IF WS-AUX-ENTERO < WS-HOY-ENTERO
               DISPLAY "Fuera del plazo de la red para disputar "
                       "(vencio el " WS-AUX-NUM ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo (1=No reconocido 2=Duplicado "
                   "3=Mercaderia no recibida): "
           ACCEPT WS-MOTIVO-ING
           EVALUATE WS-MOTIVO-ING
               WHEN 1
                   MOVE 'NR' TO WS-MOTIVO
               WHEN 2
                   MOVE 'DU' TO WS-MOTIVO
               WHEN 3
                   MOVE 'NE' TO WS-MOTIVO
               WHEN OTHER
                   DISPLAY "Motivo invalido."
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-IMPORTE = WT-MONTO-ORIGINAL - WS-EN-DISPUTA
           MOVE WS-IMPORTE TO WS-IMP-MONTO
           DISPLAY "Importe en disputa (0 = " WS-IMP-MONTO "): "
           ACCEPT WS-IMPORTE-ING
           IF WS-IMPORTE-ING > 0
               IF WS-IMPORTE-ING > WS-IMPORTE
                   DISPLAY "El importe supera lo disputable del "
                           "consumo."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IMPORTE-ING TO WS-IMPORTE
           END-IF
           PERFORM 230-CREDITO-PROVISORIO
           IF SQLCODE < 0
               DISPLAY "No se pudo acreditar el credito provisorio."
               EXIT PARAGRAPH
           END-IF
           MOVE 'CONTRACARGO ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           INITIALIZE CONTRC-RECORD
           MOVE WS-SEQ-PRIMER-ID TO CBK-NRO
           MOVE WS-MOV-ING TO CBK-ID-MOV
           MOVE WT-NRO-TARJETA TO CBK-NRO-TARJETA
           MOVE WT-ID-CLIENTE TO CBK-ID-CLIENTE
           MOVE WS-COMERCIO TO CBK-COMERCIO
           MOVE WS-AUTORIZACION TO CBK-AUTORIZACION
           MOVE WS-FECHA-CONSUMO TO CBK-FECHA-CONSUMO
           MOVE WS-IMPORTE TO CBK-IMPORTE
           MOVE WS-MOTIVO TO CBK-MOTIVO
           MOVE 'A' TO CBK-ESTADO
           MOVE WS-FECHA-HOY8 TO CBK-FECHA-ALTA
           MOVE WS-AUX-NUM TO CBK-FECHA-LIM-RED
           MOVE SPACES TO CBK-FECHA-ENVIO CBK-FECHA-LIM-RESP
           MOVE WS-FECHA-HOY8 TO CBK-FECHA-ESTADO
           MOVE WT-ID-MOVIMIENTO TO CBK-ID-MOV-CRED
           MOVE 0 TO CBK-ID-MOV-REV
           MOVE LK-OPERADOR TO CBK-OPERADOR
           ADD 1 TO WS-CBK-COUNT
           MOVE CONTRC-RECORD TO WS-CBK(WS-CBK-COUNT)
           PERFORM 150-GRABA-CONTRACARGOS
           PERFORM 160-DESCRIBE-MOTIVO
           DISPLAY "Disputa " CBK-NRO " registrada ("
                   WS-MOTIVO-DESC ")."
           DISPLAY "Credito provisorio acreditado (movimiento "
                   WT-ID-MOVIMIENTO "); enviar a la red antes del "
                   CBK-FECHA-LIM-RED ".".
       200-END.

       210-LEE-CONSUMO.
      *    EXEC SQL
      *        SELECT IFNULL(MAX(TIPO_MOV),'X'), IFNULL(MAX(MONTO),0),
      *               IFNULL(MAX(ID_CLIENTE),0),
      *               IFNULL(MAX(FECHA_MOV),'0000-00-00')
      *          INTO :WT-TIPO-ORIGINAL, :WT-MONTO-ORIGINAL,
      *               :WT-ID-CLIENTE, :WT-FECHA-ORIGINAL
      *          FROM BANCO.MOVIMIENTOS_TARJETAS
      *         WHERE ID_MOVIMIENTO = :WS-MOV-ING
      *           AND NRO_TARJETA = TRIM(:WT-NRO-TARJETA)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WT-TIPO-ORIGINAL
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 1 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 6 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(3)
               MOVE 5 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WT-FECHA-ORIGINAL
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 10 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(5)
               MOVE 5 TO SQL-LEN(5)
               MOVE X'00' TO SQL-PREC(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 16 TO SQL-LEN(6)
               MOVE 6 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE WS-MOV-ING TO SQL-VAR-0005
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
           MOVE SQL-VAR-0002 TO WT-MONTO-ORIGINAL
           MOVE SQL-VAR-0001 TO WT-ID-CLIENTE
           IF SQLCODE < 0
               MOVE 'X' TO WT-TIPO-ORIGINAL
           END-IF.
       210-END.

       220-DATOS-PRESENTACION.
      *    Comercio, autorizacion y fecha real del consumo salen de
      *    la presentacion del procesador (TARPRE001); el consumo
      *    cargado a mano toma la fecha del movimiento.
           MOVE SPACES TO WS-COMERCIO WS-AUTORIZACION
           MOVE SPACES TO WS-FECHA-CONSUMO
           STRING WT-FECHA-ORIGINAL(1:4) WT-FECHA-ORIGINAL(6:2)
                  WT-FECHA-ORIGINAL(9:2)
               DELIMITED BY SIZE INTO WS-FECHA-CONSUMO
           OPEN INPUT APLICADAS-FILE
           IF WS-APLIC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APLIC-FSTATUS NOT = '00'
               READ APLICADAS-FILE
                   AT END MOVE '10' TO WS-APLIC-FSTATUS
                   NOT AT END
                       IF PRA-ID-MOVIMIENTO = WS-MOV-ING
                           MOVE PRA-COMERCIO TO WS-COMERCIO
                           MOVE PRA-AUTORIZACION TO WS-AUTORIZACION
                           MOVE PRA-FECHA-CONSUMO TO WS-FECHA-CONSUMO
                           MOVE '10' TO WS-APLIC-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLICADAS-FILE.
       220-END.

       230-CREDITO-PROVISORIO.
      *    EXEC SQL
      *        SELECT COALESCE(MAX(ID_MOVIMIENTO),0)+1
      *          INTO :WT-ID-MOVIMIENTO
      *          FROM BANCO.MOVIMIENTOS_TARJETAS
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           MOVE SQL-VAR-0003 TO WT-ID-MOVIMIENTO
      *    El MAX+1 queda solo como semilla: el numero definitivo lo
      *    reserva el asignador central (entidad MOVTARJ).
           MOVE 'MOVTARJ     ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE WT-ID-MOVIMIENTO TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-SEQ-PRIMER-ID TO WT-ID-MOVIMIENTO
           MOVE 'D' TO WT-TIPO-MOVIMIENTO
      *    EXEC SQL
      *        INSERT INTO BANCO.MOVIMIENTOS_TARJETAS
      *               (ID_MOVIMIENTO, ID_CLIENTE, NRO_TARJETA,
      *                FECHA_MOV, TIPO_MOV, MONTO)
      *        VALUES (:WT-ID-MOVIMIENTO, :WT-ID-CLIENTE,
      *                :WT-NRO-TARJETA, :WT-FECHA-MOVIMIENTO,
      *                :WT-TIPO-MOVIMIENTO, :WS-IMPORTE)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-4 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(2)
               MOVE 5 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 16 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WT-FECHA-MOVIMIENTO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 10 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WT-TIPO-MOVIMIENTO
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 1 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(6)
               MOVE 6 TO SQL-LEN(6)
               MOVE X'02' TO SQL-PREC(6)
               MOVE 6 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-4
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE WT-ID-MOVIMIENTO TO SQL-VAR-0003
           MOVE WT-ID-CLIENTE TO SQL-VAR-0001
           MOVE WS-IMPORTE TO SQL-VAR-0004
           CALL 'OCSQLEXE' USING SQL-STMT-4
                               SQLCA
           IF SQLCODE < 0
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        UPDATE BANCO.TARJETAS
      *           SET ACUM_MES = ACUM_MES - :WS-IMPORTE
      *         WHERE NRO_TARJETA = TRIM(:WT-NRO-TARJETA)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-6 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(1)
               MOVE 6 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 16 TO SQL-LEN(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-6
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-6
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL.
       230-END.

       300-GENERA-SALIDA.
      *    Las disputas abiertas dentro del plazo de la red salen en
      *    el archivo de contracargos; las que lo dejaron vencer ya
      *    no pueden presentarse y quedan fuera de plazo (P).
           MOVE 0 TO WS-CONT-ENVIADAS WS-CONT-FUERA-PLAZO
           MOVE 0 TO WS-SUM-ENVIADO
           OPEN OUTPUT SALIDA-FILE
           MOVE SPACES TO SALIDA-RECORD
           STRING "H;" WS-FECHA-HOY8
               DELIMITED BY SIZE INTO SALIDA-RECORD
           WRITE SALIDA-RECORD
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               IF CBK-ESTADO = 'A'
                   PERFORM 310-ENVIA-DISPUTA
                   MOVE CONTRC-RECORD TO WS-CBK(WS-CBK-IDX)
               END-IF
           END-PERFORM
           MOVE WS-SUM-ENVIADO TO WS-IMP-SALIDA
           MOVE SPACES TO SALIDA-RECORD
           STRING "T;" WS-CONT-ENVIADAS ";" WS-IMP-SALIDA
               DELIMITED BY SIZE INTO SALIDA-RECORD
           WRITE SALIDA-RECORD
           CLOSE SALIDA-FILE
           PERFORM 150-GRABA-CONTRACARGOS
           DISPLAY "Contracargos enviados: " WS-CONT-ENVIADAS
           DISPLAY "Fuera de plazo de la red: " WS-CONT-FUERA-PLAZO
           DISPLAY "Archivo emitido en CONTRACARGOS_SALIDA.DAT.".
       300-END.

       310-ENVIA-DISPUTA.
           IF CBK-FECHA-LIM-RED < WS-FECHA-HOY8
               MOVE 'P' TO CBK-ESTADO
               MOVE WS-FECHA-HOY8 TO CBK-FECHA-ESTADO
               ADD 1 TO WS-CONT-FUERA-PLAZO
               DISPLAY "Disputa " CBK-NRO " fuera de plazo de la "
                       "red: el credito queda a cargo del banco."
               EXIT PARAGRAPH
           END-IF
           MOVE CBK-IMPORTE TO WS-IMP-SALIDA
           MOVE SPACES TO SALIDA-RECORD
           STRING "D;" CBK-NRO ";" CBK-NRO-TARJETA ";"
                  CBK-COMERCIO ";" CBK-FECHA-CONSUMO ";"
                  WS-IMP-SALIDA ";" CBK-MOTIVO ";"
                  CBK-AUTORIZACION
               DELIMITED BY SIZE INTO SALIDA-RECORD
           WRITE SALIDA-RECORD
           MOVE 'E' TO CBK-ESTADO
           MOVE WS-FECHA-HOY8 TO CBK-FECHA-ENVIO
           MOVE WS-FECHA-HOY8 TO CBK-FECHA-ESTADO
           COMPUTE WS-AUX-ENTERO = WS-HOY-ENTERO + WS-DIAS-RESP
           COMPUTE WS-AUX-NUM =
               FUNCTION DATE-OF-INTEGER(WS-AUX-ENTERO)
           MOVE WS-AUX-NUM TO CBK-FECHA-LIM-RESP
           ADD 1 TO WS-CONT-ENVIADAS
           ADD CBK-IMPORTE TO WS-SUM-ENVIADO.
       310-END.

       400-PROCESA-RESPUESTAS.
           MOVE 0 TO WS-CONT-ACEPTADAS WS-CONT-REPRESENTADAS
           MOVE 0 TO WS-CONT-TARDIAS WS-CONT-SIN-RESPUESTA
           MOVE 0 TO WS-CONT-DESCONOCIDAS
           OPEN INPUT RESPUESTA-FILE
           IF WS-RESP-FSTATUS = '00'
               PERFORM UNTIL WS-RESP-FSTATUS NOT = '00'
                   READ RESPUESTA-FILE
                       AT END MOVE '10' TO WS-RESP-FSTATUS
                       NOT AT END
                           PERFORM 410-APLICA-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE RESPUESTA-FILE
           ELSE
               DISPLAY "No se encontro CONTRACARGOS_RESPUESTA.DAT."
           END-IF
      *    Vencido el plazo de respuesta sin representacion, el
      *    contracargo queda firme a favor del cliente.
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               IF CBK-ESTADO = 'E'
                  AND CBK-FECHA-LIM-RESP < WS-FECHA-HOY8
                   PERFORM 420-CREDITO-DEFINITIVO
                   MOVE CONTRC-RECORD TO WS-CBK(WS-CBK-IDX)
                   ADD 1 TO WS-CONT-SIN-RESPUESTA
               END-IF
           END-PERFORM
           PERFORM 150-GRABA-CONTRACARGOS
           DISPLAY "Aceptados por la red:        " WS-CONT-ACEPTADAS
           DISPLAY "Representados (a revertir):  "
                   WS-CONT-REPRESENTADAS
           DISPLAY "Representaciones tardias:    " WS-CONT-TARDIAS
           DISPLAY "Sin respuesta en plazo:      "
                   WS-CONT-SIN-RESPUESTA
           DISPLAY "Respuestas no aplicables:    "
                   WS-CONT-DESCONOCIDAS.
       400-END.

       410-APLICA-RESPUESTA.
           MOVE SPACES TO WS-CAMPO-TIPO WS-CAMPO-NRO
                          WS-CAMPO-RESULTADO WS-CAMPO-FECHA
           UNSTRING RESPUESTA-RECORD DELIMITED BY ';'
               INTO WS-CAMPO-TIPO WS-CAMPO-NRO
                    WS-CAMPO-RESULTADO WS-CAMPO-FECHA
           END-UNSTRING
           IF WS-CAMPO-TIPO NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-NRO IS NOT NUMERIC
               ADD 1 TO WS-CONT-DESCONOCIDAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-NRO TO WS-RESP-NRO
           MOVE 0 TO WS-CBK-SEL
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               IF CBK-NRO = WS-RESP-NRO AND CBK-ESTADO = 'E'
                   MOVE WS-CBK-IDX TO WS-CBK-SEL
                   MOVE WS-CBK-COUNT TO WS-CBK-IDX
               END-IF
           END-PERFORM
           IF WS-CBK-SEL = 0
               DISPLAY "Respuesta sin contracargo enviado: "
                       WS-CAMPO-NRO
               ADD 1 TO WS-CONT-DESCONOCIDAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CBK(WS-CBK-SEL) TO CONTRC-RECORD
           EVALUATE WS-CAMPO-RESULTADO
               WHEN 'A'
                   PERFORM 420-CREDITO-DEFINITIVO
                   ADD 1 TO WS-CONT-ACEPTADAS
               WHEN 'P'
      *            La representacion fuera del plazo de respuesta no
      *            se admite: el credito queda definitivo.
                   IF WS-CAMPO-FECHA > CBK-FECHA-LIM-RESP
                       PERFORM 420-CREDITO-DEFINITIVO
                       ADD 1 TO WS-CONT-TARDIAS
                   ELSE
                       MOVE 'R' TO CBK-ESTADO
                       MOVE WS-FECHA-HOY8 TO CBK-FECHA-ESTADO
                       ADD 1 TO WS-CONT-REPRESENTADAS
                   END-IF
               WHEN OTHER
                   DISPLAY "Resultado invalido para el contracargo "
                           WS-CAMPO-NRO
                   ADD 1 TO WS-CONT-DESCONOCIDAS
           END-EVALUATE
           MOVE CONTRC-RECORD TO WS-CBK(WS-CBK-SEL).
       410-END.

       420-CREDITO-DEFINITIVO.
      *    El consumo queda anulado para el cliente: devuelve los
      *    puntos que habia acreditado.
           MOVE 'F' TO CBK-ESTADO
           MOVE WS-FECHA-HOY8 TO CBK-FECHA-ESTADO
           MOVE 'C' TO WS-PTS-FUNCION
           MOVE CBK-IMPORTE TO WS-PTS-MONTO
           MOVE 0 TO WS-PTS-PUNTOS
           MOVE 'S' TO WS-PTS-RESULTADO
           CALL 'PUNTOS1' USING WS-PTS-FUNCION CBK-NRO-TARJETA
                                WS-PTS-MONTO WS-PTS-PUNTOS
                                WS-PTS-RESULTADO.
       420-END.

       500-REPORTE-AGING.
           MOVE 0 TO WS-CONT-VENCIDAS
           INITIALIZE WS-CUBETAS
           OPEN OUTPUT AGING-FILE
           MOVE SPACES TO AGING-RECORD
           STRING "ANTIGUEDAD DE DISPUTAS DE TARJETA ABIERTAS AL "
                  WS-FECHA-HOY8
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           DISPLAY AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "NRO       E TARJETA          MOT  DIAS"
                  "       IMPORTE PLAZO RED PLAZO RESP"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               IF CBK-ESTADO = 'A' OR CBK-ESTADO = 'E'
                  OR CBK-ESTADO = 'R'
                   PERFORM 510-DETALLE-AGING
               END-IF
           END-PERFORM
           MOVE ALL "-" TO AGING-RECORD
           WRITE AGING-RECORD
           PERFORM VARYING WS-CUB-IDX FROM 1 BY 1
                   UNTIL WS-CUB-IDX > 4
               EVALUATE WS-CUB-IDX
                   WHEN 1 MOVE "0-30 DIAS " TO WS-CUB-TITULO
                   WHEN 2 MOVE "31-60 DIAS" TO WS-CUB-TITULO
                   WHEN 3 MOVE "61-90 DIAS" TO WS-CUB-TITULO
                   WHEN 4 MOVE "MAS DE 90 " TO WS-CUB-TITULO
               END-EVALUATE
               MOVE WS-CUB-IMPORTE(WS-CUB-IDX) TO WS-IMP-MONTO
               MOVE SPACES TO AGING-RECORD
               STRING WS-CUB-TITULO "  CANTIDAD "
                      WS-CUB-CANT(WS-CUB-IDX)
                      "  IMPORTE " WS-IMP-MONTO
                   DELIMITED BY SIZE INTO AGING-RECORD
               WRITE AGING-RECORD
               DISPLAY AGING-RECORD
           END-PERFORM
           MOVE SPACES TO AGING-RECORD
           STRING "DISPUTAS CON PLAZO DE LA RED VENCIDO: "
                  WS-CONT-VENCIDAS
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           DISPLAY AGING-RECORD
           CLOSE AGING-FILE
           PERFORM 520-ARCHIVA-REPOSITORIO
           DISPLAY "Reporte emitido en CONTRACARGOS_AGING.TXT.".
       500-END.

       510-DETALLE-AGING.
           COMPUTE WS-AUX-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CBK-FECHA-ALTA))
           COMPUTE WS-DIAS-ABIERTA = WS-HOY-ENTERO - WS-AUX-ENTERO
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTA <= 30
                   MOVE 1 TO WS-CUB-IDX
               WHEN WS-DIAS-ABIERTA <= 60
                   MOVE 2 TO WS-CUB-IDX
               WHEN WS-DIAS-ABIERTA <= 90
                   MOVE 3 TO WS-CUB-IDX
               WHEN OTHER
                   MOVE 4 TO WS-CUB-IDX
           END-EVALUATE
           ADD 1 TO WS-CUB-CANT(WS-CUB-IDX)
           ADD CBK-IMPORTE TO WS-CUB-IMPORTE(WS-CUB-IDX)
           MOVE WS-DIAS-ABIERTA TO WS-DIAS-ED
           MOVE CBK-IMPORTE TO WS-IMP-MONTO
           MOVE CBK-NRO-TARJETA TO WS-MASK-INPUT
           PERFORM 599-MASK-TARJETA
           MOVE SPACES TO AGING-RECORD
           STRING CBK-NRO " " CBK-ESTADO " " WS-MASK-OUTPUT " "
                  CBK-MOTIVO " " WS-DIAS-ED " " WS-IMP-MONTO " "
                  CBK-FECHA-LIM-RED "  " CBK-FECHA-LIM-RESP
               DELIMITED BY SIZE INTO AGING-RECORD
      *    Sin enviar con el plazo de presentacion vencido, o
      *    enviada sin respuesta pasado el plazo del adquirente.
           IF (CBK-ESTADO = 'A'
               AND CBK-FECHA-LIM-RED < WS-FECHA-HOY8)
              OR (CBK-ESTADO = 'E'
               AND CBK-FECHA-LIM-RESP < WS-FECHA-HOY8)
               ADD 1 TO WS-CONT-VENCIDAS
               STRING " *PLAZO VENCIDO*" DELIMITED BY SIZE
                   INTO AGING-RECORD(90:)
           END-IF
           WRITE AGING-RECORD.
       510-END.

       520-ARCHIVA-REPOSITORIO.
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'CBKAGING' TO WS-REP-TIPO
           MOVE 'CONTRACARGOS_AGING.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "FECHA " WS-FECHA-HOY8
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       520-END.

       599-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       599-END.

       600-CONSULTAR.
           DISPLAY "Numero de tarjeta: "
           ACCEPT WS-TARJETA-ING
           DISPLAY "NRO       MOVIMIENTO E MOT       IMPORTE ALTA"
                   "     ESTADO"
           PERFORM VARYING WS-CBK-IDX FROM 1 BY 1
                   UNTIL WS-CBK-IDX > WS-CBK-COUNT
               MOVE WS-CBK(WS-CBK-IDX) TO CONTRC-RECORD
               IF CBK-NRO-TARJETA = WS-TARJETA-ING
                   MOVE CBK-IMPORTE TO WS-IMP-MONTO
                   DISPLAY CBK-NRO " " CBK-ID-MOV " " CBK-ESTADO " "
                           CBK-MOTIVO " " WS-IMP-MONTO " "
                           CBK-FECHA-ALTA " " CBK-FECHA-ESTADO
               END-IF
           END-PERFORM.
       600-END.

       COPY "DBPARM001".

       0100-INICIO.
      *-----------------------------------------------------------------
      * CONNECT TO THE DATABASE
      *-----------------------------------------------------------------
           PERFORM 0105-LOAD-DB-PARAMS.
           STRING  'DRIVER={MySQL ODBC 8.0 ANSI Driver};'
                   'SERVER=',DB-HOST,';'
                   'PORT=',DB-PORT,';'
                   'DATABASE=',DB-NAME,';'
                   'USER=',DB-USER,';'
                   'PASSWORD=',DB-PASSWORD,';'
                   'COMRESSED_PROTO=0;'
                   INTO BUFFER.
           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING BUFFER
                               SQL-LEN(1)
                               SQLCA
           END-CALL.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM CONTRC001.

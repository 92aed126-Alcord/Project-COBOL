      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Ofertas preaprobadas y base de prospectos para las
      *          sucursales. La corrida mensual (una campania por
      *          periodo AAAAMM) cruza la base de clientes con:
      *            - acreditaciones de sueldo (canal HABERES de
      *              MOVS_CANAL.DAT) sin tarjeta de credito: oferta
      *              de tarjeta (T) con limite OFE-MULT-TARJETA veces
      *              el sueldo promedio, tope OFE-TOPE-TARJETA;
      *            - tarjetas con buen comportamiento (los ultimos
      *              doce resumenes cubren el minimo sin cargo por
      *              mora, minimo MIN-CICLOS-REV ciclos, mismo
      *              criterio de LIMREV001) sin plazo fijo vigente:
      *              oferta de plazo fijo (F);
      *            - titulares de cuenta con score del buro de al
      *              menos OFE-SCORE-PRESTAMO y sin prestamo
      *              (hipoteca con saldo, prestamo personal vigente
      *              o solicitud en curso): oferta de prestamo
      *              hipotecario (H) por OFE-MULT-PRESTAMO sueldos,
      *              tope OFE-TOPE-PRESTAMO, u OFE-PRESTAMO-BASE si
      *              no cobra haberes en el banco.
      *          Reglas de elegibilidad (PARAMETROS.DAT via PARAM1):
      *          score minimo OFE-SCORE-MINIMO, situacion de
      *          CLASIF_DEUDORES.DAT no peor que OFE-SITUACION-MAX
      *          (1), sin caso AML abierto, KYC vigente (KYCCHK1), no
      *          fallecido y sin caso de cobranza abierto. Las
      *          ofertas quedan numeradas (entidad OFERTA) en
      *          OFERTAS.DAT, vigentes OFE-DIAS-VIGENCIA dias, y se
      *          reparten en un archivo por sucursal de radicacion
      *          (OFERTAS_<suc>_<AAAAMM>.TXT) para los oficiales.
      *          La oferta se toma en el circuito normal: alta de
      *          tarjeta de TARJCRE001 o ingreso de solicitud de
      *          SOLHIP001 (OFERTA1), que la marcan aceptada. El
      *          reporte de conversion (OFERTAS_CONVERSION.TXT,
      *          archivado en el repositorio) resume por campania y
      *          producto ofertas, aceptadas, concretadas (solicitud
      *          desembolsada, plazo fijo constituido dentro de la
      *          vigencia), vencidas y pendientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFERTA001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT OFERTAS-FILE ASSIGN TO "OFERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFE-FSTATUS.
           SELECT TMP-FILE ASSIGN TO "OFERTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-FSTATUS.
           SELECT LEADS-FILE ASSIGN USING WS-LEADS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEADS-FSTATUS.
           SELECT CONV-FILE ASSIGN TO "OFERTAS_CONVERSION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLISUC-FILE ASSIGN TO "CLIENTES_SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLISUC-FSTATUS.
           SELECT SCORES-FILE ASSIGN TO "SCORES_BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-FSTATUS.
           SELECT CLASIF-FILE ASSIGN TO "CLASIF_DEUDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASIF-FSTATUS.
           SELECT AMLCAS-FILE ASSIGN TO "AML_CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-FSTATUS.
           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-FSTATUS.
           SELECT PLAZO-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZO-FSTATUS.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.
           SELECT SOLIC-FILE ASSIGN TO "SOLICITUDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLIC-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  OFERTAS-FILE.
       01  OFERTA-RECORD.
           05  OFE-NRO                 PIC 9(09).
           05  OFE-CAMPANIA            PIC 9(06).
           05  OFE-DOC                 PIC X(13).
           05  OFE-ID-CLIENTE          PIC 9(10).
           05  OFE-PRODUCTO            PIC X(01).
           05  OFE-MONTO               PIC 9(10)V99.
           05  OFE-SUCURSAL            PIC X(03).
           05  OFE-MOTIVO              PIC X(20).
           05  OFE-FECHA-ALTA          PIC X(08).
           05  OFE-FECHA-VTO           PIC X(08).
           05  OFE-ESTADO              PIC X(01).
           05  OFE-FECHA-ACEPTA        PIC X(08).
           05  OFE-REF                 PIC X(16).
           05  OFE-OPERADOR            PIC X(30).
       FD  TMP-FILE.
       01  TMP-RECORD                  PIC X(145).
       FD  LEADS-FILE.
       01  LEAD-RECORD.
           05  LEA-OFERTA              PIC 9(09).
           05  LEA-CAMPANIA            PIC 9(06).
           05  LEA-PRODUCTO            PIC X(01).
           05  LEA-DOC                 PIC X(13).
           05  LEA-NOMBRE              PIC X(40).
           05  LEA-TELEFONO            PIC X(12).
           05  LEA-EMAIL               PIC X(40).
           05  LEA-MONTO               PIC 9(10)V99.
           05  LEA-MOTIVO              PIC X(20).
           05  LEA-VENCE               PIC X(08).
           05  LEA-ESTADO              PIC X(01).
       FD  CONV-FILE.
       01  CONV-RECORD                 PIC X(132).
       FD  CLISUC-FILE.
       01  CLISUC-RECORD.
           05  CLS-DOC                 PIC X(13).
           05  CLS-SUCURSAL            PIC X(03).
       FD  SCORES-FILE.
       01  SCORE-RECORD.
           05  SCO-DOC                 PIC X(13).
           05  SCO-SCORE               PIC 9(04).
           05  SCO-FECHA               PIC X(08).
       FD  CLASIF-FILE.
       01  CLASIF-RECORD.
           05  CLF-PERIODO             PIC 9(06).
           05  CLF-ID-CLIENTE          PIC 9(10).
           05  CLF-SITUACION           PIC 9(01).
           05  CLF-DIAS                PIC 9(05).
           05  CLF-IMPORTE             PIC 9(12)V99.
       FD  AMLCAS-FILE.
       01  AMLCAS-RECORD.
           05  AML-NRO                 PIC 9(09).
           05  AML-TIPO                PIC X(10).
           05  AML-DOC                 PIC X(13).
           05  AML-FECHA               PIC X(08).
           05  AML-IMPORTE             PIC 9(12)V99.
           05  AML-ESTADO              PIC X(01).
       FD  FALLEC-FILE.
       01  FALLEC-RECORD.
           05  FAL-DOC                 PIC X(13).
           05  FAL-FECHA-FALLEC        PIC X(08).
           05  FAL-EXPEDIENTE          PIC X(20).
           05  FAL-ESTADO              PIC X(01).
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  CAS-NRO                 PIC 9(06).
           05  CAS-ORIGEN              PIC X(01).
           05  CAS-REF                 PIC X(16).
           05  CAS-ID-CLIENTE          PIC 9(10).
           05  CAS-IMPORTE             PIC 9(10)V99.
           05  CAS-GESTOR              PIC X(10).
           05  CAS-ESTADO              PIC X(01).
           05  CAS-PROM-FECHA          PIC X(08).
           05  CAS-PROM-IMPORTE        PIC 9(10)V99.
           05  CAS-RECUPERADO          PIC 9(10)V99.
           05  CAS-AGENCIA             PIC X(10).
           05  CAS-FECHA-AGENCIA       PIC X(08).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  PLAZO-FILE.
       01  PLAZO-RECORD.
           05  PF-NRO                  PIC 9(05).
           05  PF-DOC                  PIC X(13).
           05  PF-CAPITAL              PIC 9(10)V99.
           05  PF-TASA                 PIC 9(03)V99.
           05  PF-PLAZO-DIAS           PIC 9(03).
           05  PF-FECHA-ALTA           PIC X(08).
           05  PF-FECHA-VTO            PIC X(08).
           05  PF-INSTRUCCION          PIC X(01).
           05  PF-ESTADO               PIC X(01).
       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05  PP-NRO                  PIC 9(06).
           05  PP-DOC                  PIC X(13).
           05  PP-ID-CLIENTE           PIC 9(10).
           05  PP-CAPITAL              PIC 9(10)V99.
           05  PP-TASA                 PIC 9(03)V99.
           05  PP-CUOTAS               PIC 9(03).
           05  PP-CUOTA-IMP            PIC 9(10)V99.
           05  PP-SALDO                PIC 9(10)V99.
           05  PP-FECHA-ALTA           PIC X(08).
           05  PP-SCORE                PIC 9(04).
           05  PP-OPERADOR             PIC X(30).
           05  PP-APROBADOR            PIC X(30).
           05  PP-ESTADO               PIC X(01).
       FD  SOLIC-FILE.
       01  SOLICITUD-RECORD.
           05  SOL-NRO                 PIC 9(06).
           05  SOL-DOC                 PIC X(13).
           05  SOL-MONTO               PIC 9(10)V99.
           05  SOL-GARANTIA            PIC 9(10)V99.
           05  SOL-ESTADO              PIC X(01).
           05  SOL-FECHA-ING           PIC X(08).
           05  SOL-FECHA-ESTADO        PIC X(08).
           05  SOL-TASADOR             PIC X(30).
           05  SOL-APROBADOR           PIC X(30).
           05  SOL-CONDICIONES         PIC X(40).
           05  SOL-SISTEMA             PIC X(01).
           05  SOL-MESES-GRACIA        PIC 9(02).
           05  SOL-OFERTA              PIC 9(09).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD.
           05  RES-NRO                 PIC 9(06).
           05  RES-NRO-TARJETA         PIC X(16).
           05  RES-ID-CLIENTE          PIC 9(10).
           05  RES-FECHA-CORTE         PIC X(10).
           05  RES-FECHA-VTO           PIC X(10).
           05  RES-SALDO-ANTERIOR      PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGOS               PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-CONSUMOS            PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-INTERES             PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-CARGO-MORA          PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-SALDO               PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.

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
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 8.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 8 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 8 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 8 TIMES.
           05 SQL-PREC   PIC X OCCURS 8 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 296.
           05 SQL-STMT   PIC X(296) VALUE 'SELECT c.ID_CLIENTE,c.DOC_CLI
      -    'ENTE,c.NOMBRE_CLIENTE,c.APELLIDOS_CLIENTE,c.TELEF_CLIENTE,c.
      -    'EMAIL_CLIENTE,(SELECT COUNT(*) FROM BANCO.TARJETAS t WHERE t
      -    '.ID_CLIENTE = c.ID_CLIENTE),(SELECT COUNT(*) FROM banco.hipo
      -    'tecas h WHERE h.ID_CLIENTE = c.ID_CLIENTE AND h.SALDO_ACTUAL
      -    ' > 0) FROM banco.clientes c'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_OFERTA'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(9) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
           05 SQL-VAR-0003  PIC S9(5) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-OFE-FSTATUS              PIC XX.
       01  WS-TMP-FSTATUS              PIC XX.
       01  WS-LEADS-FSTATUS            PIC XX.
       01  WS-CLISUC-FSTATUS           PIC XX.
       01  WS-SCORES-FSTATUS           PIC XX.
       01  WS-CLASIF-FSTATUS           PIC XX.
       01  WS-AML-FSTATUS              PIC XX.
       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-TIPOCTA-FSTATUS          PIC XX.
       01  WS-PLAZO-FSTATUS            PIC XX.
       01  WS-PREST-FSTATUS            PIC XX.
       01  WS-SOLIC-FSTATUS            PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-LEADS-NOMBRE             PIC X(40).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-DOC                  PIC X(13).
           05  DB-NOMBRE               PIC X(25).
           05  DB-APELLIDO             PIC X(25).
           05  DB-TELEFONO             PIC X(12).
           05  DB-EMAIL                PIC X(40).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-DESDE-HABERES            PIC X(8).
       01  WS-FECHA-VTO                PIC X(8).
       01  WS-ENTERO                   PIC 9(8).
       01  WS-FECHA8                   PIC 9(8).
       01  WS-CAMPANIA                 PIC 9(6).
       01  WS-CAMPANIA-ING             PIC 9(6).
       01  WS-DOC-ING                  PIC X(13).

      *    Reglas y montos (PARAMETROS.DAT, claves OFE-*); los VALUE
      *    son los que rigen si la clave no esta cargada.
       01  WS-SCORE-MINIMO             PIC 9(4) VALUE 600.
       01  WS-SITUACION-MAX            PIC 9(1) VALUE 1.
       01  WS-SCORE-PRESTAMO           PIC 9(4) VALUE 750.
       01  WS-MULT-TARJETA             PIC 9(3) VALUE 2.
       01  WS-TOPE-TARJETA             PIC 9(10)V99 VALUE 1000000.
       01  WS-MULT-PRESTAMO            PIC 9(3) VALUE 12.
       01  WS-TOPE-PRESTAMO            PIC 9(10)V99 VALUE 5000000.
       01  WS-PRESTAMO-BASE            PIC 9(10)V99 VALUE 1000000.
       01  WS-MESES-HABERES            PIC 9(2) VALUE 3.
       01  WS-DIAS-VIGENCIA            PIC 9(3) VALUE 60.
       01  WS-MIN-CICLOS               PIC 9(3) VALUE 6.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-KYC-CUMPLE               PIC X(01).

      *    Clientes de la base con los datos de elegibilidad.
       01  WS-CLIENTES.
           05  WS-CLI OCCURS 500 TIMES.
               10  WS-CLI-ID           PIC 9(10).
               10  WS-CLI-DOC          PIC X(13).
               10  WS-CLI-NOMBRE       PIC X(40).
               10  WS-CLI-TELEFONO     PIC X(12).
               10  WS-CLI-EMAIL        PIC X(40).
               10  WS-CLI-SUCURSAL     PIC X(03).
               10  WS-CLI-TARJETAS     PIC 9(03).
               10  WS-CLI-HIPOTECAS    PIC 9(03).
               10  WS-CLI-SCORE        PIC 9(04).
               10  WS-CLI-SCORE-FECHA  PIC X(08).
               10  WS-CLI-CLF-PERIODO  PIC 9(06).
               10  WS-CLI-SITUACION    PIC 9(01).
               10  WS-CLI-AML          PIC X(01).
               10  WS-CLI-FALLECIDO    PIC X(01).
               10  WS-CLI-COBRANZA     PIC X(01).
               10  WS-CLI-CUENTA       PIC X(01).
               10  WS-CLI-PLAZO        PIC X(01).
               10  WS-CLI-PRESTAMO     PIC X(01).
               10  WS-CLI-HABERES      PIC 9(12)V99.
               10  WS-CLI-TARJ-BUENAS  PIC 9(03).
               10  WS-CLI-TARJ-MALAS   PIC 9(03).
               10  WS-CLI-OFE-T        PIC X(01).
               10  WS-CLI-OFE-H        PIC X(01).
               10  WS-CLI-OFE-F        PIC X(01).
       01  WS-CLI-COUNT                PIC 9(3) VALUE 0.
       01  WS-CLI-IDX                  PIC 9(3).
       01  WS-CLI-SEL                  PIC 9(3).
       01  WS-CLI-DOC-BUSCA            PIC X(13).
       01  WS-CLI-ID-BUSCA             PIC 9(10).
       01  WS-CLI-DESBORDE             PIC X(1) VALUE 'N'.

      *    Ventana de los ultimos doce resumenes de cada tarjeta.
       01  WS-TARJETAS.
           05  WS-TAR OCCURS 300 TIMES.
               10  WS-TAR-NRO          PIC X(16).
               10  WS-TAR-ID-CLIENTE   PIC 9(10).
               10  WS-TAR-CICLOS       PIC 9(2).
               10  WS-TAR-BLOQUEADA    PIC X(01).
               10  WS-TAR-CIC OCCURS 12 TIMES.
                   15  WS-TAR-CIC-NRO      PIC 9(6).
                   15  WS-TAR-CIC-CUBIERTO PIC X(01).
       01  WS-TAR-COUNT                PIC 9(3) VALUE 0.
       01  WS-TAR-IDX                  PIC 9(3).
       01  WS-TAR-SEL                  PIC 9(3).
       01  WS-CIC-IDX                  PIC 9(2).
       01  WS-CIC-SEL                  PIC 9(2).
       01  WS-CIC-MIN-NRO              PIC 9(6).
       01  WS-CIC-MALOS                PIC 9(2).

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(5).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-USR                  PIC X(30).
       01  WS-JRN-IMPORTE              PIC S9(12)V99.

      *    Evaluacion de un cliente.
       01  WS-CAND-T                   PIC X(01).
       01  WS-CAND-H                   PIC X(01).
       01  WS-CAND-F                   PIC X(01).
       01  WS-EXCLUIDO                 PIC X(01).
       01  WS-PRODUCTO                 PIC X(01).
       01  WS-MONTO                    PIC 9(10)V99.
       01  WS-SUELDO                   PIC 9(12)V99.
       01  WS-REDONDEO                 PIC 9(10).
       01  WS-MOTIVO                   PIC X(20).
       01  WS-OFE-MAX-NRO              PIC 9(9).
       01  WS-CAMPANIA-EXISTE          PIC X(01).
       01  WS-CONT-VENCIDAS            PIC 9(5).
       01  WS-CONT-OFE-T               PIC 9(5).
       01  WS-CONT-OFE-H               PIC 9(5).
       01  WS-CONT-OFE-F               PIC 9(5).
       01  WS-CONT-EVALUADOS           PIC 9(5).
       01  WS-EXC-FALLECIDO            PIC 9(5).
       01  WS-EXC-COBRANZA             PIC 9(5).
       01  WS-EXC-AML                  PIC 9(5).
       01  WS-EXC-SITUACION            PIC 9(5).
       01  WS-EXC-SCORE                PIC 9(5).
       01  WS-EXC-KYC                  PIC 9(5).
       01  WS-EXC-MONTO                PIC 9(5).

      *    Ofertas de una campania para los archivos de prospectos.
       01  WS-LEADS.
           05  WS-LEA OCCURS 1500 TIMES.
               10  WS-LEA-NRO          PIC 9(09).
               10  WS-LEA-ID-CLIENTE   PIC 9(10).
               10  WS-LEA-PRODUCTO     PIC X(01).
               10  WS-LEA-DOC          PIC X(13).
               10  WS-LEA-MONTO        PIC 9(10)V99.
               10  WS-LEA-SUCURSAL     PIC X(03).
               10  WS-LEA-MOTIVO       PIC X(20).
               10  WS-LEA-VTO          PIC X(08).
               10  WS-LEA-ESTADO       PIC X(01).
       01  WS-LEA-COUNT                PIC 9(4) VALUE 0.
       01  WS-LEA-IDX                  PIC 9(4).
       01  WS-SUCURSALES.
           05  WS-SUC OCCURS 100 TIMES PIC X(03).
       01  WS-SUC-COUNT                PIC 9(3) VALUE 0.
       01  WS-SUC-IDX                  PIC 9(3).
       01  WS-SUC-SEL                  PIC 9(3).
       01  WS-CONT-LEADS               PIC 9(5).

      *    Conversion por campania y producto (1 T, 2 H, 3 F).
       01  WS-CONVERSION.
           05  WS-CNV OCCURS 60 TIMES.
               10  WS-CNV-CAMPANIA     PIC 9(6).
               10  WS-CNV-PROD OCCURS 3 TIMES.
                   15  WS-CNV-OFERTAS      PIC 9(5).
                   15  WS-CNV-ACEPTADAS    PIC 9(5).
                   15  WS-CNV-CONCRETADAS  PIC 9(5).
                   15  WS-CNV-VENCIDAS     PIC 9(5).
                   15  WS-CNV-PENDIENTES   PIC 9(5).
                   15  WS-CNV-MONTO-OFE    PIC 9(13)V99.
                   15  WS-CNV-MONTO-ACE    PIC 9(13)V99.
       01  WS-CNV-COUNT                PIC 9(2) VALUE 0.
       01  WS-CNV-IDX                  PIC 9(2).
       01  WS-CNV-SEL                  PIC 9(2).
       01  WS-PRD-IDX                  PIC 9(1).
       01  WS-CONCRETADA               PIC X(01).
       01  WS-PCT                      PIC 9(3)V9.

      *    Solicitudes hipotecarias desembolsadas tomadas de una
      *    oferta, y plazos fijos constituidos (para la conversion).
       01  WS-SOL-OFERTAS.
           05  WS-SOF-NRO OCCURS 500 TIMES PIC 9(9).
       01  WS-SOF-COUNT                PIC 9(3) VALUE 0.
       01  WS-SOF-IDX                  PIC 9(3).
       01  WS-PLAZOS.
           05  WS-PFC OCCURS 500 TIMES.
               10  WS-PFC-DOC          PIC X(13).
               10  WS-PFC-FECHA        PIC X(08).
       01  WS-PFC-COUNT                PIC 9(3) VALUE 0.
       01  WS-PFC-IDX                  PIC 9(3).

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(6).

       01  WS-ED1                      PIC ZZZZZZZZZ9.99.
       01  WS-ED2                      PIC ZZZZZZZZZZZZ9.99.
       01  WS-ED3                      PIC ZZZZ9.
       01  WS-ED-PCT                   PIC ZZ9.9.
       01  WS-LINEA                    PIC X(132).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 0100-INICIO
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   OFERTAS PREAPROBADAS             "
           DISPLAY "===================================="
           DISPLAY "1 - Generar la campania del mes"
           DISPLAY "2 - Reemitir archivos de prospectos de una campania"
           DISPLAY "3 - Reporte de conversion por campania"
           DISPLAY "4 - Consultar ofertas de un cliente"
           DISPLAY "5 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-GENERA-CAMPANIA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 250-REEMITE-LEADS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 600-REPORTE-CONVERSION
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 700-CONSULTA-CLIENTE
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-LEE-PARAMETROS.
           MOVE 'OFE-SCORE-MINIMO    ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-SCORE-MINIMO
           END-IF
           MOVE 'OFE-SITUACION-MAX   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-SITUACION-MAX
           END-IF
           MOVE 'OFE-SCORE-PRESTAMO  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-SCORE-PRESTAMO
           END-IF
           MOVE 'OFE-MULT-TARJETA    ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-MULT-TARJETA
           END-IF
           MOVE 'OFE-TOPE-TARJETA    ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-TOPE-TARJETA
           END-IF
           MOVE 'OFE-MULT-PRESTAMO   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-MULT-PRESTAMO
           END-IF
           MOVE 'OFE-TOPE-PRESTAMO   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-TOPE-PRESTAMO
           END-IF
           MOVE 'OFE-PRESTAMO-BASE   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PRESTAMO-BASE
           END-IF
           MOVE 'OFE-MESES-HABERES   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-MESES-HABERES
           END-IF
           MOVE 'OFE-DIAS-VIGENCIA   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-DIAS-VIGENCIA
           END-IF
           MOVE 'MIN-CICLOS-REV      ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-MIN-CICLOS
           END-IF.
       110-END.

       115-LEE-PARAMETRO.
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC.
       115-END.

       200-GENERA-CAMPANIA.
           PERFORM 110-LEE-PARAMETROS
           MOVE WS-FECHA-HOY(1:6) TO WS-CAMPANIA
           COMPUTE WS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY)) + WS-DIAS-VIGENCIA
           COMPUTE WS-FECHA8 = FUNCTION DATE-OF-INTEGER(WS-ENTERO)
           MOVE WS-FECHA8 TO WS-FECHA-VTO
           COMPUTE WS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY))
               - (WS-MESES-HABERES * 30)
           COMPUTE WS-FECHA8 = FUNCTION DATE-OF-INTEGER(WS-ENTERO)
           MOVE WS-FECHA8 TO WS-DESDE-HABERES
           PERFORM 210-CARGA-CLIENTES
           IF WS-CLI-DESBORDE = 'S'
               DISPLAY "La base supera los 500 clientes; no se "
                       "genera la campania."
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-COUNT = 0
               DISPLAY "No se pudo leer la base de clientes."
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-DEPURA-OFERTAS
           IF WS-CONT-VENCIDAS > 0
               DISPLAY "Ofertas vencidas sin tomar: " WS-CONT-VENCIDAS
           END-IF
           IF WS-CAMPANIA-EXISTE = 'S'
               DISPLAY "La campania " WS-CAMPANIA " ya fue generada; "
                       "use la opcion 2 para reemitir los archivos."
               EXIT PARAGRAPH
           END-IF
           PERFORM 300-LEE-FUENTES
           MOVE 0 TO WS-CONT-EVALUADOS WS-CONT-OFE-T WS-CONT-OFE-H
                     WS-CONT-OFE-F WS-EXC-FALLECIDO WS-EXC-COBRANZA
                     WS-EXC-AML WS-EXC-SITUACION WS-EXC-SCORE
                     WS-EXC-KYC WS-EXC-MONTO
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
               PERFORM 400-EVALUA-CLIENTE
           END-PERFORM
           DISPLAY "Campania " WS-CAMPANIA " - vence " WS-FECHA-VTO
           DISPLAY "Clientes con producto a ofrecer: "
                   WS-CONT-EVALUADOS
           DISPLAY "  Excluidos por fallecimiento:  " WS-EXC-FALLECIDO
           DISPLAY "  Excluidos por cobranza:       " WS-EXC-COBRANZA
           DISPLAY "  Excluidos por caso AML:       " WS-EXC-AML
           DISPLAY "  Excluidos por situacion:      " WS-EXC-SITUACION
           DISPLAY "  Excluidos por score:          " WS-EXC-SCORE
           DISPLAY "  Excluidos por KYC:            " WS-EXC-KYC
           DISPLAY "  Sin monto minimo:             " WS-EXC-MONTO
           DISPLAY "Ofertas de tarjeta:      " WS-CONT-OFE-T
           DISPLAY "Ofertas de prestamo:     " WS-CONT-OFE-H
           DISPLAY "Ofertas de plazo fijo:   " WS-CONT-OFE-F
           PERFORM 500-ARCHIVOS-LEADS.
       200-END.

       210-CARGA-CLIENTES.
           MOVE 0 TO WS-CLI-COUNT
           MOVE 'N' TO WS-CLI-DESBORDE
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF DB-DOC
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 13 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF DB-NOMBRE
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 25 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF DB-APELLIDO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 25 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF DB-TELEFONO
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 12 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF DB-EMAIL
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 40 TO SQL-LEN(6)
               SET SQL-ADDR(7) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(7)
               MOVE 3 TO SQL-LEN(7)
               MOVE X'00' TO SQL-PREC(7)
               SET SQL-ADDR(8) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(8)
               MOVE 3 TO SQL-LEN(8)
               MOVE X'00' TO SQL-PREC(8)
               MOVE 8 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               IF SQLCODE = 0
                   PERFORM 215-AGREGA-CLIENTE
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-0
                               SQLCA
           END-CALL.
       210-END.

       215-AGREGA-CLIENTE.
           IF WS-CLI-COUNT >= 500
               MOVE 'S' TO WS-CLI-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLI-COUNT
           MOVE WS-CLI-COUNT TO WS-CLI-SEL
           MOVE SQL-VAR-0001 TO WS-CLI-ID(WS-CLI-SEL)
           MOVE DB-DOC TO WS-CLI-DOC(WS-CLI-SEL)
           MOVE SPACES TO WS-CLI-NOMBRE(WS-CLI-SEL)
           STRING DB-NOMBRE DELIMITED BY '  '
                  " " DELIMITED BY SIZE
                  DB-APELLIDO DELIMITED BY '  '
               INTO WS-CLI-NOMBRE(WS-CLI-SEL)
           MOVE DB-TELEFONO TO WS-CLI-TELEFONO(WS-CLI-SEL)
           MOVE DB-EMAIL TO WS-CLI-EMAIL(WS-CLI-SEL)
           MOVE SQL-VAR-0002 TO WS-CLI-TARJETAS(WS-CLI-SEL)
           MOVE SQL-VAR-0003 TO WS-CLI-HIPOTECAS(WS-CLI-SEL)
           MOVE '001' TO WS-CLI-SUCURSAL(WS-CLI-SEL)
           MOVE 0 TO WS-CLI-SCORE(WS-CLI-SEL)
           MOVE SPACES TO WS-CLI-SCORE-FECHA(WS-CLI-SEL)
           MOVE 0 TO WS-CLI-CLF-PERIODO(WS-CLI-SEL)
           MOVE 1 TO WS-CLI-SITUACION(WS-CLI-SEL)
           MOVE 'N' TO WS-CLI-AML(WS-CLI-SEL)
                       WS-CLI-FALLECIDO(WS-CLI-SEL)
                       WS-CLI-COBRANZA(WS-CLI-SEL)
                       WS-CLI-CUENTA(WS-CLI-SEL)
                       WS-CLI-PLAZO(WS-CLI-SEL)
                       WS-CLI-PRESTAMO(WS-CLI-SEL)
                       WS-CLI-OFE-T(WS-CLI-SEL)
                       WS-CLI-OFE-H(WS-CLI-SEL)
                       WS-CLI-OFE-F(WS-CLI-SEL)
           MOVE 0 TO WS-CLI-HABERES(WS-CLI-SEL)
                     WS-CLI-TARJ-BUENAS(WS-CLI-SEL)
                     WS-CLI-TARJ-MALAS(WS-CLI-SEL).
       215-END.

       220-DEPURA-OFERTAS.
      *    Vence las ofertas pendientes fuera de vigencia, toma el
      *    ultimo numero usado y marca los productos que cada
      *    cliente ya tiene ofrecidos.
           MOVE 0 TO WS-OFE-MAX-NRO WS-CONT-VENCIDAS
           MOVE 'N' TO WS-CAMPANIA-EXISTE
           OPEN INPUT OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-OFE-FSTATUS NOT = '00'
               READ OFERTAS-FILE
                   AT END MOVE '10' TO WS-OFE-FSTATUS
                   NOT AT END
                       IF OFE-ESTADO = 'P'
                          AND OFE-FECHA-VTO < WS-FECHA-HOY
                           MOVE 'V' TO OFE-ESTADO
                           ADD 1 TO WS-CONT-VENCIDAS
                       END-IF
                       IF OFE-NRO > WS-OFE-MAX-NRO
                           MOVE OFE-NRO TO WS-OFE-MAX-NRO
                       END-IF
                       IF OFE-CAMPANIA = WS-CAMPANIA
                           MOVE 'S' TO WS-CAMPANIA-EXISTE
                       END-IF
                       IF OFE-ESTADO = 'P'
                           PERFORM 225-MARCA-OFERTA-VIGENTE
                       END-IF
                       MOVE OFERTA-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE OFERTAS-FILE
           CLOSE TMP-FILE
           IF WS-CONT-VENCIDAS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT OFERTAS-FILE
           MOVE '00' TO WS-TMP-FSTATUS
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO OFERTA-RECORD
                       WRITE OFERTA-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE OFERTAS-FILE.
       220-END.

       225-MARCA-OFERTA-VIGENTE.
           MOVE OFE-DOC TO WS-CLI-DOC-BUSCA
           PERFORM 290-BUSCA-DOC
           IF WS-CLI-SEL = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE OFE-PRODUCTO
               WHEN 'T'
                   MOVE 'S' TO WS-CLI-OFE-T(WS-CLI-SEL)
               WHEN 'H'
                   MOVE 'S' TO WS-CLI-OFE-H(WS-CLI-SEL)
               WHEN 'F'
                   MOVE 'S' TO WS-CLI-OFE-F(WS-CLI-SEL)
           END-EVALUATE.
       225-END.

       250-REEMITE-LEADS.
           DISPLAY "Campania (AAAAMM): "
           ACCEPT WS-CAMPANIA-ING
           IF WS-CAMPANIA-ING = 0
               DISPLAY "Campania invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPANIA-ING TO WS-CAMPANIA
           PERFORM 210-CARGA-CLIENTES
           PERFORM 500-ARCHIVOS-LEADS.
       250-END.

       290-BUSCA-DOC.
           MOVE 0 TO WS-CLI-SEL
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
               IF WS-CLI-DOC(WS-CLI-IDX) = WS-CLI-DOC-BUSCA
                   MOVE WS-CLI-IDX TO WS-CLI-SEL
                   MOVE WS-CLI-COUNT TO WS-CLI-IDX
               END-IF
           END-PERFORM.
       290-END.

       295-BUSCA-ID.
           MOVE 0 TO WS-CLI-SEL
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
               IF WS-CLI-ID(WS-CLI-IDX) = WS-CLI-ID-BUSCA
                   MOVE WS-CLI-IDX TO WS-CLI-SEL
                   MOVE WS-CLI-COUNT TO WS-CLI-IDX
               END-IF
           END-PERFORM.
       295-END.

       300-LEE-FUENTES.
           PERFORM 310-LEE-SUCURSALES
           PERFORM 315-LEE-SCORES
           PERFORM 320-LEE-CLASIFICACION
           PERFORM 325-LEE-AML
           PERFORM 330-LEE-FALLECIDOS
           PERFORM 335-LEE-COBRANZA
           PERFORM 340-LEE-CUENTAS
           PERFORM 345-LEE-PLAZOS
           PERFORM 350-LEE-PRESTAMOS
           PERFORM 355-LEE-SOLICITUDES
           PERFORM 360-LEE-HABERES
           PERFORM 365-LEE-RESUMENES.
       300-END.

       310-LEE-SUCURSALES.
           OPEN INPUT CLISUC-FILE
           IF WS-CLISUC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLISUC-FSTATUS NOT = '00'
               READ CLISUC-FILE
                   AT END MOVE '10' TO WS-CLISUC-FSTATUS
                   NOT AT END
                       MOVE CLS-DOC TO WS-CLI-DOC-BUSCA
                       PERFORM 290-BUSCA-DOC
                       IF WS-CLI-SEL > 0
                          AND CLS-SUCURSAL NOT = SPACES
                           MOVE CLS-SUCURSAL
                               TO WS-CLI-SUCURSAL(WS-CLI-SEL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLISUC-FILE.
       310-END.

       315-LEE-SCORES.
      *    Con varias consultas al buro rige la mas reciente.
           OPEN INPUT SCORES-FILE
           IF WS-SCORES-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCORES-FSTATUS NOT = '00'
               READ SCORES-FILE
                   AT END MOVE '10' TO WS-SCORES-FSTATUS
                   NOT AT END
                       MOVE SCO-DOC TO WS-CLI-DOC-BUSCA
                       PERFORM 290-BUSCA-DOC
                       IF WS-CLI-SEL > 0
                          AND SCO-FECHA >=
                              WS-CLI-SCORE-FECHA(WS-CLI-SEL)
                           MOVE SCO-SCORE TO WS-CLI-SCORE(WS-CLI-SEL)
                           MOVE SCO-FECHA
                               TO WS-CLI-SCORE-FECHA(WS-CLI-SEL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORES-FILE.
       315-END.

       320-LEE-CLASIFICACION.
      *    Situacion del ultimo periodo clasificado; sin registro el
      *    cliente queda en situacion 1 (normal).
           OPEN INPUT CLASIF-FILE
           IF WS-CLASIF-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLASIF-FSTATUS NOT = '00'
               READ CLASIF-FILE
                   AT END MOVE '10' TO WS-CLASIF-FSTATUS
                   NOT AT END
                       MOVE CLF-ID-CLIENTE TO WS-CLI-ID-BUSCA
                       PERFORM 295-BUSCA-ID
                       IF WS-CLI-SEL > 0
                          AND CLF-PERIODO >=
                              WS-CLI-CLF-PERIODO(WS-CLI-SEL)
                           MOVE CLF-PERIODO
                               TO WS-CLI-CLF-PERIODO(WS-CLI-SEL)
                           MOVE CLF-SITUACION
                               TO WS-CLI-SITUACION(WS-CLI-SEL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASIF-FILE.
       320-END.

       325-LEE-AML.
           OPEN INPUT AMLCAS-FILE
           IF WS-AML-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AML-FSTATUS NOT = '00'
               READ AMLCAS-FILE
                   AT END MOVE '10' TO WS-AML-FSTATUS
                   NOT AT END
                       IF AML-ESTADO = 'P' OR AML-ESTADO = 'I'
                           MOVE AML-DOC TO WS-CLI-DOC-BUSCA
                           PERFORM 290-BUSCA-DOC
                           IF WS-CLI-SEL > 0
                               MOVE 'S' TO WS-CLI-AML(WS-CLI-SEL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AMLCAS-FILE.
       325-END.

       330-LEE-FALLECIDOS.
           OPEN INPUT FALLEC-FILE
           IF WS-FALLEC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FALLEC-FSTATUS NOT = '00'
               READ FALLEC-FILE
                   AT END MOVE '10' TO WS-FALLEC-FSTATUS
                   NOT AT END
                       MOVE FAL-DOC TO WS-CLI-DOC-BUSCA
                       PERFORM 290-BUSCA-DOC
                       IF WS-CLI-SEL > 0
                           MOVE 'S' TO WS-CLI-FALLECIDO(WS-CLI-SEL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FALLEC-FILE.
       330-END.

       335-LEE-COBRANZA.
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
               READ CASOS-FILE
                   AT END MOVE '10' TO WS-CASOS-FSTATUS
                   NOT AT END
                       IF CAS-ESTADO NOT = 'C'
                           MOVE CAS-ID-CLIENTE TO WS-CLI-ID-BUSCA
                           PERFORM 295-BUSCA-ID
                           IF WS-CLI-SEL > 0
                               MOVE 'S'
                                   TO WS-CLI-COBRANZA(WS-CLI-SEL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASOS-FILE.
       335-END.

       340-LEE-CUENTAS.
           OPEN INPUT TIPOCTA-FILE
           IF WS-TIPOCTA-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TIPOCTA-FSTATUS NOT = '00'
               READ TIPOCTA-FILE
                   AT END MOVE '10' TO WS-TIPOCTA-FSTATUS
                   NOT AT END
                       MOVE TIPCTA-DOC TO WS-CLI-DOC-BUSCA
                       PERFORM 290-BUSCA-DOC
                       IF WS-CLI-SEL > 0
                           MOVE 'S' TO WS-CLI-CUENTA(WS-CLI-SEL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIPOCTA-FILE.
       340-END.

       345-LEE-PLAZOS.
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
               READ PLAZO-FILE
                   AT END MOVE '10' TO WS-PLAZO-FSTATUS
                   NOT AT END
                       IF PF-ESTADO = 'V'
                           MOVE PF-DOC TO WS-CLI-DOC-BUSCA
                           PERFORM 290-BUSCA-DOC
                           IF WS-CLI-SEL > 0
                               MOVE 'S' TO WS-CLI-PLAZO(WS-CLI-SEL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAZO-FILE.
       345-END.

       350-LEE-PRESTAMOS.
      *    Prestamos personales vigentes o pendientes de aprobacion.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
               READ PRESTAMOS-FILE
                   AT END MOVE '10' TO WS-PREST-FSTATUS
                   NOT AT END
                       IF PP-ESTADO = 'V' OR PP-ESTADO = 'P'
                           MOVE PP-DOC TO WS-CLI-DOC-BUSCA
                           PERFORM 290-BUSCA-DOC
                           IF WS-CLI-SEL > 0
                               MOVE 'S'
                                   TO WS-CLI-PRESTAMO(WS-CLI-SEL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE.
       350-END.

       355-LEE-SOLICITUDES.
      *    Solicitudes hipotecarias en curso (ingresada, en
      *    tasacion, aprobada o pendiente de firma).
           OPEN INPUT SOLIC-FILE
           IF WS-SOLIC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SOLIC-FSTATUS NOT = '00'
               READ SOLIC-FILE
                   AT END MOVE '10' TO WS-SOLIC-FSTATUS
                   NOT AT END
                       IF SOL-ESTADO = 'I' OR SOL-ESTADO = 'T'
                          OR SOL-ESTADO = 'A' OR SOL-ESTADO = 'P'
                           MOVE SOL-DOC TO WS-CLI-DOC-BUSCA
                           PERFORM 290-BUSCA-DOC
                           IF WS-CLI-SEL > 0
                               MOVE 'S'
                                   TO WS-CLI-PRESTAMO(WS-CLI-SEL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOLIC-FILE.
       355-END.

       360-LEE-HABERES.
      *    Acreditaciones de sueldo (canal HABERES) de los ultimos
      *    OFE-MESES-HABERES meses.
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       PERFORM 362-ACUMULA-HABER
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE.
       360-END.

       362-ACUMULA-HABER.
           MOVE SPACES TO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID
                          WS-JRN-DOC WS-JRN-MONTO WS-JRN-REF
                          WS-JRN-USR
           UNSTRING CANAL-RECORD DELIMITED BY ';'
               INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID WS-JRN-DOC
                    WS-JRN-MONTO WS-JRN-REF WS-JRN-USR
           END-UNSTRING
           IF WS-JRN-CANAL NOT = 'HABERES'
              OR WS-JRN-FHA(1:8) < WS-DESDE-HABERES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JRN-IMPORTE =
               FUNCTION NUMVAL(WS-JRN-MONTO)
           IF WS-JRN-IMPORTE NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRN-DOC TO WS-CLI-DOC-BUSCA
           PERFORM 290-BUSCA-DOC
           IF WS-CLI-SEL > 0
               ADD WS-JRN-IMPORTE TO WS-CLI-HABERES(WS-CLI-SEL)
           END-IF.
       362-END.

       365-LEE-RESUMENES.
      *    Comportamiento de pago de cada tarjeta en sus ultimos doce
      *    resumenes (mismo criterio de ciclo cubierto de LIMREV001).
           MOVE 0 TO WS-TAR-COUNT
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       PERFORM 366-ACUMULA-RESUMEN
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-COUNT
               PERFORM 368-CALIFICA-TARJETA
           END-PERFORM.
       365-END.

       366-ACUMULA-RESUMEN.
           MOVE 0 TO WS-TAR-SEL
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-COUNT
               IF WS-TAR-NRO(WS-TAR-IDX) = RES-NRO-TARJETA
                   MOVE WS-TAR-IDX TO WS-TAR-SEL
                   MOVE WS-TAR-COUNT TO WS-TAR-IDX
               END-IF
           END-PERFORM
           IF WS-TAR-SEL = 0
               IF WS-TAR-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TAR-COUNT
               MOVE WS-TAR-COUNT TO WS-TAR-SEL
               MOVE RES-NRO-TARJETA TO WS-TAR-NRO(WS-TAR-SEL)
               MOVE RES-ID-CLIENTE TO WS-TAR-ID-CLIENTE(WS-TAR-SEL)
               MOVE 0 TO WS-TAR-CICLOS(WS-TAR-SEL)
               MOVE 'N' TO WS-TAR-BLOQUEADA(WS-TAR-SEL)
               PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                       UNTIL WS-CIC-IDX > 12
                   MOVE 0 TO WS-TAR-CIC-NRO
                       (WS-TAR-SEL WS-CIC-IDX)
                   MOVE 'N' TO WS-TAR-CIC-CUBIERTO
                       (WS-TAR-SEL WS-CIC-IDX)
               END-PERFORM
           END-IF
           IF RES-ESTADO = 'K' OR RES-ESTADO = 'R'
               MOVE 'S' TO WS-TAR-BLOQUEADA(WS-TAR-SEL)
           END-IF
           IF WS-TAR-CICLOS(WS-TAR-SEL) < 12
               ADD 1 TO WS-TAR-CICLOS(WS-TAR-SEL)
               MOVE WS-TAR-CICLOS(WS-TAR-SEL) TO WS-CIC-SEL
           ELSE
               MOVE 1 TO WS-CIC-SEL
               MOVE WS-TAR-CIC-NRO(WS-TAR-SEL 1) TO WS-CIC-MIN-NRO
               PERFORM VARYING WS-CIC-IDX FROM 2 BY 1
                       UNTIL WS-CIC-IDX > 12
                   IF WS-TAR-CIC-NRO(WS-TAR-SEL WS-CIC-IDX)
                      < WS-CIC-MIN-NRO
                       MOVE WS-TAR-CIC-NRO
                           (WS-TAR-SEL WS-CIC-IDX)
                           TO WS-CIC-MIN-NRO
                       MOVE WS-CIC-IDX TO WS-CIC-SEL
                   END-IF
               END-PERFORM
               IF RES-NRO <= WS-CIC-MIN-NRO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE RES-NRO TO WS-TAR-CIC-NRO(WS-TAR-SEL WS-CIC-SEL)
           IF FUNCTION ABS(RES-PAGOS) >= RES-PAGO-MINIMO
              AND RES-CARGO-MORA = 0
               MOVE 'S' TO WS-TAR-CIC-CUBIERTO
                   (WS-TAR-SEL WS-CIC-SEL)
           ELSE
               MOVE 'N' TO WS-TAR-CIC-CUBIERTO
                   (WS-TAR-SEL WS-CIC-SEL)
           END-IF.
       366-END.

       368-CALIFICA-TARJETA.
      *    Buena: ventana con el minimo de ciclos y todos cubiertos.
      *    Mala: bloqueada o algun ciclo sin cubrir. Con menos
      *    ciclos que el minimo y sin atrasos no cuenta.
           MOVE WS-TAR-ID-CLIENTE(WS-TAR-IDX) TO WS-CLI-ID-BUSCA
           PERFORM 295-BUSCA-ID
           IF WS-CLI-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CIC-MALOS
           PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-TAR-CICLOS(WS-TAR-IDX)
               IF WS-TAR-CIC-CUBIERTO(WS-TAR-IDX WS-CIC-IDX) = 'N'
                   ADD 1 TO WS-CIC-MALOS
               END-IF
           END-PERFORM
           IF WS-TAR-BLOQUEADA(WS-TAR-IDX) = 'S' OR WS-CIC-MALOS > 0
               ADD 1 TO WS-CLI-TARJ-MALAS(WS-CLI-SEL)
           ELSE
               IF WS-TAR-CICLOS(WS-TAR-IDX) >= WS-MIN-CICLOS
                   ADD 1 TO WS-CLI-TARJ-BUENAS(WS-CLI-SEL)
               END-IF
           END-IF.
       368-END.

       400-EVALUA-CLIENTE.
      *    Productos que le faltan al cliente WS-CLI-IDX; con alguno
      *    a ofrecer se aplican las reglas de elegibilidad en orden.
           MOVE 'N' TO WS-CAND-T WS-CAND-H WS-CAND-F
           IF WS-CLI-HABERES(WS-CLI-IDX) > 0
              AND WS-CLI-TARJETAS(WS-CLI-IDX) = 0
              AND WS-CLI-OFE-T(WS-CLI-IDX) NOT = 'S'
               MOVE 'S' TO WS-CAND-T
           END-IF
           IF WS-CLI-CUENTA(WS-CLI-IDX) = 'S'
              AND WS-CLI-HIPOTECAS(WS-CLI-IDX) = 0
              AND WS-CLI-PRESTAMO(WS-CLI-IDX) NOT = 'S'
              AND WS-CLI-OFE-H(WS-CLI-IDX) NOT = 'S'
               MOVE 'S' TO WS-CAND-H
           END-IF
           IF WS-CLI-TARJ-BUENAS(WS-CLI-IDX) > 0
              AND WS-CLI-TARJ-MALAS(WS-CLI-IDX) = 0
              AND WS-CLI-PLAZO(WS-CLI-IDX) NOT = 'S'
              AND WS-CLI-OFE-F(WS-CLI-IDX) NOT = 'S'
               MOVE 'S' TO WS-CAND-F
           END-IF
           IF WS-CAND-T = 'N' AND WS-CAND-H = 'N' AND WS-CAND-F = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-EVALUADOS
           IF WS-CLI-FALLECIDO(WS-CLI-IDX) = 'S'
               ADD 1 TO WS-EXC-FALLECIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-COBRANZA(WS-CLI-IDX) = 'S'
               ADD 1 TO WS-EXC-COBRANZA
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-AML(WS-CLI-IDX) = 'S'
               ADD 1 TO WS-EXC-AML
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-SITUACION(WS-CLI-IDX) > WS-SITUACION-MAX
               ADD 1 TO WS-EXC-SITUACION
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-SCORE-FECHA(WS-CLI-IDX) = SPACES
              OR WS-CLI-SCORE(WS-CLI-IDX) < WS-SCORE-MINIMO
               ADD 1 TO WS-EXC-SCORE
               EXIT PARAGRAPH
           END-IF
           CALL 'KYCCHK1' USING WS-CLI-DOC(WS-CLI-IDX) WS-KYC-CUMPLE
           IF WS-KYC-CUMPLE NOT = 'S'
               ADD 1 TO WS-EXC-KYC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUELDO =
               WS-CLI-HABERES(WS-CLI-IDX) / WS-MESES-HABERES
           IF WS-CAND-T = 'S'
               PERFORM 410-OFERTA-TARJETA
           END-IF
           IF WS-CAND-H = 'S'
               PERFORM 420-OFERTA-PRESTAMO
           END-IF
           IF WS-CAND-F = 'S'
               PERFORM 430-OFERTA-PLAZO
           END-IF.
       400-END.

       410-OFERTA-TARJETA.
      *    Limite: OFE-MULT-TARJETA sueldos promedio, con tope y en
      *    centenas; por debajo del minimo de alta no se ofrece.
           COMPUTE WS-MONTO = WS-SUELDO * WS-MULT-TARJETA
           IF WS-MONTO > WS-TOPE-TARJETA
               MOVE WS-TOPE-TARJETA TO WS-MONTO
           END-IF
           COMPUTE WS-REDONDEO = WS-MONTO / 100
           COMPUTE WS-MONTO = WS-REDONDEO * 100
           IF WS-MONTO NOT > 5000
               ADD 1 TO WS-EXC-MONTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO WS-PRODUCTO
           MOVE 'ACREDITA HABERES' TO WS-MOTIVO
           PERFORM 450-GRABA-OFERTA
           ADD 1 TO WS-CONT-OFE-T.
       410-END.

       420-OFERTA-PRESTAMO.
      *    Requiere el score de OFE-SCORE-PRESTAMO. Monto:
      *    OFE-MULT-PRESTAMO sueldos, o el monto base si no cobra
      *    haberes en el banco; con tope y en miles.
           IF WS-CLI-SCORE(WS-CLI-IDX) < WS-SCORE-PRESTAMO
               EXIT PARAGRAPH
           END-IF
           IF WS-SUELDO > 0
               COMPUTE WS-MONTO = WS-SUELDO * WS-MULT-PRESTAMO
               MOVE 'HABERES Y SCORE' TO WS-MOTIVO
           ELSE
               MOVE WS-PRESTAMO-BASE TO WS-MONTO
               MOVE 'SCORE DE BURO' TO WS-MOTIVO
           END-IF
           IF WS-MONTO > WS-TOPE-PRESTAMO
               MOVE WS-TOPE-PRESTAMO TO WS-MONTO
           END-IF
           COMPUTE WS-REDONDEO = WS-MONTO / 1000
           COMPUTE WS-MONTO = WS-REDONDEO * 1000
           IF WS-MONTO = 0
               ADD 1 TO WS-EXC-MONTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-PRODUCTO
           PERFORM 450-GRABA-OFERTA
           ADD 1 TO WS-CONT-OFE-H.
       420-END.

       430-OFERTA-PLAZO.
           MOVE 0 TO WS-MONTO
           MOVE 'F' TO WS-PRODUCTO
           MOVE 'BUEN PAGADOR TARJETA' TO WS-MOTIVO
           PERFORM 450-GRABA-OFERTA
           ADD 1 TO WS-CONT-OFE-F.
       430-END.

       450-GRABA-OFERTA.
           MOVE 'OFERTA      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           COMPUTE WS-SEQ-SEMILLA = WS-OFE-MAX-NRO + 1
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           IF WS-SEQ-PRIMER-ID = 0
               DISPLAY "No se pudo numerar la oferta de "
                       WS-CLI-DOC(WS-CLI-IDX)
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               OPEN OUTPUT OFERTAS-FILE
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO OFE-NRO
           MOVE WS-CAMPANIA TO OFE-CAMPANIA
           MOVE WS-CLI-DOC(WS-CLI-IDX) TO OFE-DOC
           MOVE WS-CLI-ID(WS-CLI-IDX) TO OFE-ID-CLIENTE
           MOVE WS-PRODUCTO TO OFE-PRODUCTO
           MOVE WS-MONTO TO OFE-MONTO
           MOVE WS-CLI-SUCURSAL(WS-CLI-IDX) TO OFE-SUCURSAL
           MOVE WS-MOTIVO TO OFE-MOTIVO
           MOVE WS-FECHA-HOY TO OFE-FECHA-ALTA
           MOVE WS-FECHA-VTO TO OFE-FECHA-VTO
           MOVE 'P' TO OFE-ESTADO
           MOVE SPACES TO OFE-FECHA-ACEPTA OFE-REF
           MOVE LK-OPERADOR TO OFE-OPERADOR
           WRITE OFERTA-RECORD
           CLOSE OFERTAS-FILE
           MOVE WS-MONTO TO WS-ED1
           DISPLAY "OFERTA " WS-SEQ-PRIMER-ID " " WS-PRODUCTO
                   " DOC " WS-CLI-DOC(WS-CLI-IDX)
                   " SUC " WS-CLI-SUCURSAL(WS-CLI-IDX)
                   " MONTO " WS-ED1.
       450-END.

       500-ARCHIVOS-LEADS.
      *    Un archivo por sucursal de radicacion con las ofertas de
      *    la campania WS-CAMPANIA y los datos de contacto.
           MOVE 0 TO WS-LEA-COUNT WS-SUC-COUNT
           OPEN INPUT OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               DISPLAY "No hay ofertas registradas."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFE-FSTATUS NOT = '00'
               READ OFERTAS-FILE
                   AT END MOVE '10' TO WS-OFE-FSTATUS
                   NOT AT END
                       IF OFE-CAMPANIA = WS-CAMPANIA
                          AND WS-LEA-COUNT < 1500
                           PERFORM 510-AGREGA-LEAD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFERTAS-FILE
           IF WS-LEA-COUNT = 0
               DISPLAY "La campania " WS-CAMPANIA " no tiene ofertas."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-COUNT
               PERFORM 520-ESCRIBE-SUCURSAL
           END-PERFORM.
       500-END.

       510-AGREGA-LEAD.
           ADD 1 TO WS-LEA-COUNT
           MOVE OFE-NRO TO WS-LEA-NRO(WS-LEA-COUNT)
           MOVE OFE-ID-CLIENTE TO WS-LEA-ID-CLIENTE(WS-LEA-COUNT)
           MOVE OFE-PRODUCTO TO WS-LEA-PRODUCTO(WS-LEA-COUNT)
           MOVE OFE-DOC TO WS-LEA-DOC(WS-LEA-COUNT)
           MOVE OFE-MONTO TO WS-LEA-MONTO(WS-LEA-COUNT)
           MOVE OFE-SUCURSAL TO WS-LEA-SUCURSAL(WS-LEA-COUNT)
           MOVE OFE-MOTIVO TO WS-LEA-MOTIVO(WS-LEA-COUNT)
           MOVE OFE-FECHA-VTO TO WS-LEA-VTO(WS-LEA-COUNT)
           MOVE OFE-ESTADO TO WS-LEA-ESTADO(WS-LEA-COUNT)
           MOVE 0 TO WS-SUC-SEL
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-COUNT
               IF WS-SUC(WS-SUC-IDX) = OFE-SUCURSAL
                   MOVE WS-SUC-IDX TO WS-SUC-SEL
                   MOVE WS-SUC-COUNT TO WS-SUC-IDX
               END-IF
           END-PERFORM
           IF WS-SUC-SEL = 0 AND WS-SUC-COUNT < 100
               ADD 1 TO WS-SUC-COUNT
               MOVE OFE-SUCURSAL TO WS-SUC(WS-SUC-COUNT)
           END-IF.
       510-END.

       520-ESCRIBE-SUCURSAL.
           MOVE SPACES TO WS-LEADS-NOMBRE
           STRING "OFERTAS_" WS-SUC(WS-SUC-IDX) "_" WS-CAMPANIA
                  ".TXT" DELIMITED BY SIZE INTO WS-LEADS-NOMBRE
           OPEN OUTPUT LEADS-FILE
           IF WS-LEADS-FSTATUS NOT = '00'
               DISPLAY "No se pudo crear " WS-LEADS-NOMBRE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-LEADS
           PERFORM VARYING WS-LEA-IDX FROM 1 BY 1
                   UNTIL WS-LEA-IDX > WS-LEA-COUNT
               IF WS-LEA-SUCURSAL(WS-LEA-IDX) = WS-SUC(WS-SUC-IDX)
                   PERFORM 525-ESCRIBE-LEAD
               END-IF
           END-PERFORM
           CLOSE LEADS-FILE
           DISPLAY WS-LEADS-NOMBRE " - prospectos: " WS-CONT-LEADS.
       520-END.

       525-ESCRIBE-LEAD.
           MOVE SPACES TO LEAD-RECORD
           MOVE WS-LEA-NRO(WS-LEA-IDX) TO LEA-OFERTA
           MOVE WS-CAMPANIA TO LEA-CAMPANIA
           MOVE WS-LEA-PRODUCTO(WS-LEA-IDX) TO LEA-PRODUCTO
           MOVE WS-LEA-DOC(WS-LEA-IDX) TO LEA-DOC
           MOVE WS-LEA-ID-CLIENTE(WS-LEA-IDX) TO WS-CLI-ID-BUSCA
           PERFORM 295-BUSCA-ID
           IF WS-CLI-SEL > 0
               MOVE WS-CLI-NOMBRE(WS-CLI-SEL) TO LEA-NOMBRE
               MOVE WS-CLI-TELEFONO(WS-CLI-SEL) TO LEA-TELEFONO
               MOVE WS-CLI-EMAIL(WS-CLI-SEL) TO LEA-EMAIL
           END-IF
           MOVE WS-LEA-MONTO(WS-LEA-IDX) TO LEA-MONTO
           MOVE WS-LEA-MOTIVO(WS-LEA-IDX) TO LEA-MOTIVO
           MOVE WS-LEA-VTO(WS-LEA-IDX) TO LEA-VENCE
           MOVE WS-LEA-ESTADO(WS-LEA-IDX) TO LEA-ESTADO
           WRITE LEAD-RECORD
           ADD 1 TO WS-CONT-LEADS.
       525-END.

       600-REPORTE-CONVERSION.
      *    Por campania y producto. Concretada: tarjeta emitida al
      *    aceptar, solicitud hipotecaria desembolsada (D) o plazo
      *    fijo constituido dentro de la vigencia de la oferta (el
      *    plazo fijo no pasa por OFERTA1, se toma como aceptada).
           PERFORM 610-CARGA-SOLICITUDES
           PERFORM 615-CARGA-PLAZOS
           MOVE 0 TO WS-CNV-COUNT
           OPEN INPUT OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               DISPLAY "No hay ofertas registradas."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFE-FSTATUS NOT = '00'
               READ OFERTAS-FILE
                   AT END MOVE '10' TO WS-OFE-FSTATUS
                   NOT AT END
                       PERFORM 620-ACUMULA-OFERTA
               END-READ
           END-PERFORM
           CLOSE OFERTAS-FILE
           IF WS-CNV-COUNT = 0
               DISPLAY "No hay ofertas registradas."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONV-FILE
           MOVE SPACES TO CONV-RECORD
           STRING "CONVERSION DE OFERTAS PREAPROBADAS - EMITIDO "
                  WS-FECHA-HOY DELIMITED BY SIZE INTO CONV-RECORD
           WRITE CONV-RECORD
           DISPLAY CONV-RECORD
           MOVE SPACES TO CONV-RECORD
           STRING "CAMPANIA PROD OFERTAS ACEPT CONCR  VENC  PEND"
                  "    MONTO OFERTADO    MONTO ACEPTADO %ACEPT %CONV"
                  DELIMITED BY SIZE INTO CONV-RECORD
           WRITE CONV-RECORD
           DISPLAY CONV-RECORD
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-CNV-COUNT
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > 3
                   IF WS-CNV-OFERTAS(WS-CNV-IDX WS-PRD-IDX) > 0
                       PERFORM 630-LINEA-CONVERSION
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE CONV-FILE
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'OFERTAS-CONV' TO WS-REP-TIPO
           MOVE 'OFERTAS_CONVERSION.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "AL=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO
           DISPLAY "Reporte generado en OFERTAS_CONVERSION.TXT".
       600-END.

       610-CARGA-SOLICITUDES.
           MOVE 0 TO WS-SOF-COUNT
           OPEN INPUT SOLIC-FILE
           IF WS-SOLIC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SOLIC-FSTATUS NOT = '00'
               READ SOLIC-FILE
                   AT END MOVE '10' TO WS-SOLIC-FSTATUS
                   NOT AT END
                       IF SOL-ESTADO = 'D'
                          AND SOL-OFERTA IS NUMERIC
                          AND SOL-OFERTA > 0
                          AND WS-SOF-COUNT < 500
                           ADD 1 TO WS-SOF-COUNT
                           MOVE SOL-OFERTA TO WS-SOF-NRO(WS-SOF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOLIC-FILE.
       610-END.

       615-CARGA-PLAZOS.
           MOVE 0 TO WS-PFC-COUNT
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
               READ PLAZO-FILE
                   AT END MOVE '10' TO WS-PLAZO-FSTATUS
                   NOT AT END
                       IF WS-PFC-COUNT < 500
                           ADD 1 TO WS-PFC-COUNT
                           MOVE PF-DOC TO WS-PFC-DOC(WS-PFC-COUNT)
                           MOVE PF-FECHA-ALTA
                               TO WS-PFC-FECHA(WS-PFC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAZO-FILE.
       615-END.

       620-ACUMULA-OFERTA.
           EVALUATE OFE-PRODUCTO
               WHEN 'T'
                   MOVE 1 TO WS-PRD-IDX
               WHEN 'H'
                   MOVE 2 TO WS-PRD-IDX
               WHEN 'F'
                   MOVE 3 TO WS-PRD-IDX
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO WS-CNV-SEL
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-CNV-COUNT
               IF WS-CNV-CAMPANIA(WS-CNV-IDX) = OFE-CAMPANIA
                   MOVE WS-CNV-IDX TO WS-CNV-SEL
                   MOVE WS-CNV-COUNT TO WS-CNV-IDX
               END-IF
           END-PERFORM
           IF WS-CNV-SEL = 0
               IF WS-CNV-COUNT >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNV-COUNT
               MOVE WS-CNV-COUNT TO WS-CNV-SEL
               INITIALIZE WS-CNV(WS-CNV-SEL)
               MOVE OFE-CAMPANIA TO WS-CNV-CAMPANIA(WS-CNV-SEL)
           END-IF
           ADD 1 TO WS-CNV-OFERTAS(WS-CNV-SEL WS-PRD-IDX)
           ADD OFE-MONTO TO WS-CNV-MONTO-OFE(WS-CNV-SEL WS-PRD-IDX)
           MOVE 'N' TO WS-CONCRETADA
           EVALUATE OFE-PRODUCTO
               WHEN 'T'
                   IF OFE-ESTADO = 'A'
                       MOVE 'S' TO WS-CONCRETADA
                   END-IF
               WHEN 'H'
                   IF OFE-ESTADO = 'A'
                       PERFORM VARYING WS-SOF-IDX FROM 1 BY 1
                               UNTIL WS-SOF-IDX > WS-SOF-COUNT
                           IF WS-SOF-NRO(WS-SOF-IDX) = OFE-NRO
                               MOVE 'S' TO WS-CONCRETADA
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN 'F'
                   PERFORM VARYING WS-PFC-IDX FROM 1 BY 1
                           UNTIL WS-PFC-IDX > WS-PFC-COUNT
                       IF WS-PFC-DOC(WS-PFC-IDX) = OFE-DOC
                          AND WS-PFC-FECHA(WS-PFC-IDX)
                              >= OFE-FECHA-ALTA
                          AND WS-PFC-FECHA(WS-PFC-IDX)
                              <= OFE-FECHA-VTO
                           MOVE 'S' TO WS-CONCRETADA
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF OFE-ESTADO = 'A' OR WS-CONCRETADA = 'S'
               ADD 1 TO WS-CNV-ACEPTADAS(WS-CNV-SEL WS-PRD-IDX)
               ADD OFE-MONTO
                   TO WS-CNV-MONTO-ACE(WS-CNV-SEL WS-PRD-IDX)
           ELSE
               IF OFE-ESTADO = 'V'
                   ADD 1 TO WS-CNV-VENCIDAS(WS-CNV-SEL WS-PRD-IDX)
               ELSE
                   ADD 1 TO WS-CNV-PENDIENTES(WS-CNV-SEL WS-PRD-IDX)
               END-IF
           END-IF
           IF WS-CONCRETADA = 'S'
               ADD 1 TO WS-CNV-CONCRETADAS(WS-CNV-SEL WS-PRD-IDX)
           END-IF.
       620-END.

       630-LINEA-CONVERSION.
           MOVE SPACES TO WS-LINEA
           MOVE WS-CNV-CAMPANIA(WS-CNV-IDX) TO WS-LINEA(1:6)
           EVALUATE WS-PRD-IDX
               WHEN 1
                   MOVE 'T' TO WS-LINEA(12:1)
               WHEN 2
                   MOVE 'H' TO WS-LINEA(12:1)
               WHEN 3
                   MOVE 'F' TO WS-LINEA(12:1)
           END-EVALUATE
           MOVE WS-CNV-OFERTAS(WS-CNV-IDX WS-PRD-IDX) TO WS-ED3
           MOVE WS-ED3 TO WS-LINEA(16:5)
           MOVE WS-CNV-ACEPTADAS(WS-CNV-IDX WS-PRD-IDX) TO WS-ED3
           MOVE WS-ED3 TO WS-LINEA(22:5)
           MOVE WS-CNV-CONCRETADAS(WS-CNV-IDX WS-PRD-IDX) TO WS-ED3
           MOVE WS-ED3 TO WS-LINEA(28:5)
           MOVE WS-CNV-VENCIDAS(WS-CNV-IDX WS-PRD-IDX) TO WS-ED3
           MOVE WS-ED3 TO WS-LINEA(34:5)
           MOVE WS-CNV-PENDIENTES(WS-CNV-IDX WS-PRD-IDX) TO WS-ED3
           MOVE WS-ED3 TO WS-LINEA(40:5)
           MOVE WS-CNV-MONTO-OFE(WS-CNV-IDX WS-PRD-IDX) TO WS-ED2
           MOVE WS-ED2 TO WS-LINEA(46:16)
           MOVE WS-CNV-MONTO-ACE(WS-CNV-IDX WS-PRD-IDX) TO WS-ED2
           MOVE WS-ED2 TO WS-LINEA(64:16)
           COMPUTE WS-PCT ROUNDED =
               WS-CNV-ACEPTADAS(WS-CNV-IDX WS-PRD-IDX) * 100
               / WS-CNV-OFERTAS(WS-CNV-IDX WS-PRD-IDX)
           MOVE WS-PCT TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-LINEA(82:5)
           COMPUTE WS-PCT ROUNDED =
               WS-CNV-CONCRETADAS(WS-CNV-IDX WS-PRD-IDX) * 100
               / WS-CNV-OFERTAS(WS-CNV-IDX WS-PRD-IDX)
           MOVE WS-PCT TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-LINEA(89:5)
           MOVE WS-LINEA TO CONV-RECORD
           WRITE CONV-RECORD
           DISPLAY WS-LINEA(1:94).
       630-END.

       700-CONSULTA-CLIENTE.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           MOVE 0 TO WS-LEA-COUNT
           OPEN INPUT OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               DISPLAY "No hay ofertas registradas."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFE-FSTATUS NOT = '00'
               READ OFERTAS-FILE
                   AT END MOVE '10' TO WS-OFE-FSTATUS
                   NOT AT END
                       IF OFE-DOC = WS-DOC-ING
                           ADD 1 TO WS-LEA-COUNT
                           MOVE OFE-MONTO TO WS-ED1
                           DISPLAY OFE-NRO " " OFE-CAMPANIA " "
                                   OFE-PRODUCTO " " WS-ED1 " "
                                   OFE-MOTIVO " VTO " OFE-FECHA-VTO
                                   " " OFE-ESTADO " " OFE-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFERTAS-FILE
           IF WS-LEA-COUNT = 0
               DISPLAY "El cliente no tiene ofertas."
           ELSE
               DISPLAY "Producto: T tarjeta, H prestamo hipotecario, "
                       "F plazo fijo. Estado: P pendiente, "
                       "A aceptada, V vencida."
           END-IF.
       700-END.

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
       END PROGRAM OFERTA001.

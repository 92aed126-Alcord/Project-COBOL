      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Certificados de libre deuda. El cliente que termino
      *          de pagar su hipoteca (saldo cero por cancelacion o
      *          por la ultima cuota) o dio de baja su tarjeta de
      *          credito pide el certificado para levantar el
      *          gravamen en el Registro de la Propiedad. El
      *          certificado se emite solo si el sistema confirma
      *          que no queda nada adeudado:
      *            - hipoteca: SALDO_ACTUAL cero y ninguna cuota
      *              Pendiente o Parcial; ninguna prima de seguro sin
      *              cobrar (cada mes de vigencia de la poliza, desde
      *              el siguiente al alta hasta su fin, la ultima
      *              cuota o hoy, debe estar en SEGUROS_COBROS.DAT);
      *              ningun debito automatico (DEBAUT001) reversado y
      *              no vuelto a debitar en MOVS_CANAL.DAT (misma
      *              referencia HIP=, signo contrario).
      *            - tarjeta: baja registrada (TARJ_DENUNCIAS.DAT,
      *              motivo B), ultimo resumen mas el acumulado del
      *              ciclo sin saldo, sin castigo ni plan de pagos, y
      *              ninguna cuota de consumo por facturar.
      *            - para ambos: ningun resumen de tarjeta del cliente
      *              vencido e impago o castigado (RESUMEN_TARJETAS
      *              .DAT) y ningun caso de cobranza abierto
      *              (GESTION_COBRANZA.DAT).
      *          Cada certificado lleva un numero de SECUENCIAS.DAT
      *          (entidad LIBREDEUDA) y un codigo de verificacion
      *          LDnnnnnn-dd cuyo digito sale del numero y la fecha
      *          de emision; queda en LIBRE_DEUDA.DAT y el texto se
      *          archiva via REPOSIT1 (tipo LIBRE-DEUDA) para la
      *          reimpresion exacta. Al certificar una hipoteca la
      *          prenda de plazo fijo que aun siga activa
      *          (PF_PRENDAS.DAT) se libera en el mismo dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBDEU001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT LIBDEU-FILE ASSIGN TO "LIBRE_DEUDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBDEU-FSTATUS.
           SELECT CERT-FILE ASSIGN TO "CERT_LIBRE_DEUDA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FSTATUS.
           SELECT SEGUROS-FILE ASSIGN TO "SEGUROS_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGUROS-FSTATUS.
           SELECT SEGCOB-FILE ASSIGN TO "SEGUROS_COBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCOB-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT CUOTAS-FILE ASSIGN TO "CONSUMOS_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAS-FSTATUS.
           SELECT DENUNCIAS-FILE ASSIGN TO "TARJ_DENUNCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT PRENDAS-FILE ASSIGN TO "PF_PRENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENDAS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  LIBDEU-FILE.
       01  LIBDEU-RECORD.
           05  LD-NRO                  PIC 9(06).
           05  LD-CODIGO               PIC X(12).
           05  LD-TIPO                 PIC X(01).
           05  LD-DOC                  PIC X(13).
           05  LD-REFERENCIA           PIC X(16).
           05  LD-FECHA                PIC X(08).
           05  LD-OPERADOR             PIC X(30).
           05  LD-REPO-NRO             PIC 9(06).
       FD  CERT-FILE.
       01  CERT-RECORD                 PIC X(100).
       FD  SEGUROS-FILE.
       01  SEGURO-RECORD.
           05  SEG-ID-HIPOTECA         PIC 9(06).
           05  SEG-ASEGURADORA         PIC X(20).
           05  SEG-POLIZA              PIC X(15).
           05  SEG-SUMA                PIC 9(10)V99.
           05  SEG-PRIMA               PIC 9(07)V99.
           05  SEG-DESDE               PIC X(08).
           05  SEG-HASTA               PIC X(08).
           05  SEG-ESTADO              PIC X(01).
       FD  SEGCOB-FILE.
       01  SEGCOB-RECORD               PIC X(60).
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
       FD  CUOTAS-FILE.
       01  CUOTA-PLAN-RECORD.
           05  CC-NRO-TARJETA          PIC X(16).
           05  CC-ID-CONSUMO           PIC 9(09).
           05  CC-CUOTA-NRO            PIC 9(02).
           05  CC-CUOTA-TOT            PIC 9(02).
           05  CC-IMPORTE              PIC 9(09)V99.
           05  CC-ESTADO               PIC X(01).
       FD  DENUNCIAS-FILE.
       01  DENUNCIA-RECORD.
           05  DEN-NRO-TARJETA         PIC X(16).
           05  DEN-FECHA-HORA          PIC X(15).
           05  DEN-QUIEN-LLAMO         PIC X(30).
           05  DEN-MOTIVO              PIC X(01).
           05  DEN-ESTADO              PIC X(01).
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
       FD  PRENDAS-FILE.
       01  PRENDA-RECORD.
           05  PRE-PF-NRO              PIC 9(05).
           05  PRE-DOC                 PIC X(13).
           05  PRE-SOLICITUD           PIC 9(06).
           05  PRE-ID-HIPOTECA         PIC 9(06).
           05  PRE-ESTADO              PIC X(01).
           05  PRE-FECHA               PIC X(08).

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
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 7.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 7 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 7 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 7 TIMES.
           05 SQL-PREC   PIC X OCCURS 7 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 106.
           05 SQL-STMT   PIC X(106) VALUE 'SELECT ID_CLIENTE,NOMBRE_CLIE
      -    'NTE,APELLIDOS_CLIENTE FROM banco.clientes WHERE DOC_CLIENTE 
      -    '= TRIM(?) LIMIT 1'.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 88.
           05 SQL-STMT   PIC X(88) VALUE 'SELECT SALDO_ACTUAL,ESTADO FRO
      -    'M banco.hipotecas WHERE ID_HIPOTECA = ? AND ID_CLIENTE = ?'.
      **********************************************************************
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 102.
           05 SQL-STMT   PIC X(102) VALUE 'SELECT COUNT(*) FROM banco.cu
      -    'otas_hipoteca WHERE ID_HIPOTECA = ? AND ESTADO IN (''Pendien
      -    'te'',''Parcial'')'.
      **********************************************************************
       01 SQL-STMT-3.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 100.
           05 SQL-STMT   PIC X(100) VALUE 'SELECT IFNULL(DATE_FORMAT(MAX
      -    '(FECHA),''%Y%m%d''),'' '') FROM banco.cuotas_hipoteca WHERE 
      -    'ID_HIPOTECA = ?'.
      **********************************************************************
       01 SQL-STMT-4.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 73.
           05 SQL-STMT   PIC X(73) VALUE 'SELECT ID_CLIENTE,ACUM_MES FRO
      -    'M BANCO.TARJETAS WHERE NRO_TARJETA =TRIM(?)'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(9) COMP-3.
           05 SQL-VAR-0002  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0003  PIC S9(6) COMP-3.
           05 SQL-VAR-0004  PIC S9(5) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-LIBDEU-FSTATUS           PIC XX.
       01  WS-CERT-FSTATUS             PIC XX.
       01  WS-SEGUROS-FSTATUS          PIC XX.
       01  WS-SEGCOB-FSTATUS           PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-CUOTAS-FSTATUS           PIC XX.
       01  WS-DEN-FSTATUS              PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-PRENDAS-FSTATUS          PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-ID-CLIENTE           PIC 9(10).
           05  DB-NOMBRE               PIC X(30).
           05  DB-APELLIDOS            PIC X(30).
           05  DB-SALDO-HIP            PIC S9(13)V99.
           05  DB-ESTADO-HIP           PIC X(15).
           05  DB-CUOTAS-PEND          PIC 9(5).
           05  DB-ULTIMA-CUOTA         PIC X(8).
           05  DB-TARJ-CLIENTE         PIC 9(10).
           05  DB-ACUM-MES             PIC S9(13)V99.

       01  WS-OPCION                   PIC 9.
       01  WS-CONECTADO                PIC X VALUE 'N'.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-G              PIC X(10).
       01  WS-DOC-ING                  PIC X(13).
       01  WS-HIP-ING                  PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-TARJ-ING                 PIC X(16).
       01  WS-NRO-ING                  PIC 9(6).
       01  WS-CODIGO-ING               PIC X(12).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZZZ9.99-.
       01  WS-CONT-LISTADOS            PIC 9(5).

      *    Motivos por los que no se puede certificar; cada control
      *    informa el suyo y suma aca.
       01  WS-BLOQUEOS                 PIC 9(4).

       01  WS-LD.
           05  WS-LD-TIPO              PIC X(01).
           05  WS-LD-REFERENCIA        PIC X(16).
           05  WS-LD-PRODUCTO          PIC X(60).
           05  WS-LD-NRO               PIC 9(06).
           05  WS-LD-CODIGO            PIC X(12).
           05  WS-LD-REPO-NRO          PIC 9(06).
           05  WS-LD-ENCONTRADO        PIC X(01).
           05  WS-LD-NRO-MAX           PIC 9(06).
       01  WS-DV-BASE                  PIC 9(16).
       01  WS-DV-PRODUCTO              PIC 9(18).
       01  WS-DV-COCIENTE              PIC 9(18).
       01  WS-DV-RESTO                 PIC 9(02).
       01  WS-DV                       PIC 9(02).
       01  WS-DV-FECHA                 PIC 9(08).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

      *    Primas: meses AAAAMM con cobro registrado para la hipoteca.
       01  WS-HIP-ID3                  PIC 9(03).
       01  WS-SCB-TABLA.
           05  WS-SCB-MES OCCURS 400 TIMES PIC X(06).
       01  WS-SCB-COUNT                PIC 9(3) VALUE 0.
       01  WS-SCB-IDX                  PIC 9(3).
       01  WS-SCB-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-SCB-HALLADO              PIC X(1).
       01  WS-MES-CUR.
           05  WS-MES-AA               PIC 9(4).
           05  WS-MES-MM               PIC 9(2).
       01  WS-MES-CUR-X REDEFINES WS-MES-CUR PIC X(6).
       01  WS-MES-TOPE                 PIC X(6).
       01  WS-MES-FIN                  PIC X(6).
       01  WS-PRIMAS-FALTAN            PIC 9(4).

      *    Debitos automaticos de la hipoteca por referencia HIP=.
       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(9).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-IMPORTE              PIC S9(10)V99.
       01  WS-JRN-HIP                  PIC 9(6).
       01  WS-DEB-TABLA.
           05  WS-DEB OCCURS 200 TIMES.
               10  WS-DEB-REF          PIC X(20).
               10  WS-DEB-DEBITOS      PIC 9(3).
               10  WS-DEB-CREDITOS     PIC 9(3).
       01  WS-DEB-COUNT                PIC 9(3) VALUE 0.
       01  WS-DEB-IDX                  PIC 9(3).
       01  WS-DEB-SEL                  PIC 9(3).

      *    Tarjeta: ultimo resumen y saldo al dia.
       01  WS-RES-ULT-NRO              PIC 9(06).
       01  WS-RES-ULT-SALDO            PIC S9(11)V99.
       01  WS-RES-ULT-USD              PIC S9(9)V99.
       01  WS-RES-ULT-ESTADO           PIC X(01).
       01  WS-TARJ-SALDO               PIC S9(13)V99.
       01  WS-TARJ-BAJA                PIC X(01).
       01  WS-CC-PENDIENTES            PIC 9(4).
       01  WS-CC-IMPORTE               PIC 9(11)V99.
       01  WS-TARJ-MASCARA             PIC X(16).

      *    Prendas de plazo fijo de la hipoteca certificada.
       01  WS-PRENDAS.
           05  WS-PRE OCCURS 200 TIMES PIC X(39).
       01  WS-PRE-COUNT                PIC 9(3) VALUE 0.
       01  WS-PRE-IDX                  PIC 9(3).
       01  WS-PRE-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-PRE-LIBERADAS            PIC 9(3).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE SPACES TO WS-FECHA-HOY-G
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
               DELIMITED BY SIZE INTO WS-FECHA-HOY-G
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   CERTIFICADOS DE LIBRE DEUDA      "
           DISPLAY "===================================="
           DISPLAY "1 - Certificado por hipoteca cancelada"
           DISPLAY "2 - Certificado por tarjeta dada de baja"
           DISPLAY "3 - Listar certificados de un cliente"
           DISPLAY "4 - Reimprimir certificado"
           DISPLAY "5 - Verificar codigo de certificado"
           DISPLAY "6 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-CERT-HIPOTECA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-CERT-TARJETA
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 500-LISTAR
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 550-REIMPRIMIR
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 570-VERIFICAR
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CONECTA.
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF.
       110-END.

       120-BUSCA-CLIENTE.
      *    EXEC SQL
      *        SELECT ID_CLIENTE,NOMBRE_CLIENTE,APELLIDOS_CLIENTE
      *          INTO :DB-ID-CLIENTE,:DB-NOMBRE,:DB-APELLIDOS
      *          FROM banco.clientes
      *         WHERE DOC_CLIENTE = TRIM(:WS-DOC-ING) LIMIT 1
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 DB-NOMBRE
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 30 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 DB-APELLIDOS
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 30 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WS-DOC-ING
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 13 TO SQL-LEN(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0001
           MOVE SPACES TO DB-NOMBRE DB-APELLIDOS
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
           MOVE 0 TO DB-ID-CLIENTE
           IF SQLCODE = 0
               MOVE SQL-VAR-0001 TO DB-ID-CLIENTE
           END-IF.
       120-END.

       200-CERT-HIPOTECA.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           DISPLAY "ID de la hipoteca cancelada: "
           ACCEPT WS-HIP-ING
           PERFORM 110-CONECTA
           PERFORM 120-BUSCA-CLIENTE
           IF DB-ID-CLIENTE = 0
               DISPLAY "Cliente no encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-LEE-HIPOTECA
           IF SQLCODE NOT = 0
               DISPLAY "La hipoteca " WS-HIP-ING
                       " no existe o no es del cliente."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BLOQUEOS
           DISPLAY "Controles de deuda de la hipoteca " WS-HIP-ING
                   " (estado " FUNCTION TRIM(DB-ESTADO-HIP) "):"
           IF DB-SALDO-HIP > 0
      *        El saldo de una hipoteca UVA esta en unidades: se
      *        informa en pesos al valor UVA del dia.
               CALL 'UVAHIP1' USING WS-HIP-ING
                                    WS-FECHA-HOY
                                    WS-UVA-ES
                                    WS-UVA-VALOR
                                    WS-UVA-FECHA-ALTA
                                    WS-UVA-VALOR-ALTA
                                    WS-UVA-MONTO-ALTA
               END-CALL
               COMPUTE WS-IMP-MONTO ROUNDED =
                   DB-SALDO-HIP * WS-UVA-VALOR
               DISPLAY "  SALDO PENDIENTE DE LA HIPOTECA: "
                       WS-IMP-MONTO
               ADD 1 TO WS-BLOQUEOS
           END-IF
           PERFORM 215-CUOTAS-PENDIENTES
           IF DB-CUOTAS-PEND > 0
               DISPLAY "  CUOTAS PENDIENTES O PARCIALES: "
                       DB-CUOTAS-PEND
               ADD 1 TO WS-BLOQUEOS
           END-IF
           PERFORM 220-PRIMAS-PENDIENTES
           PERFORM 230-DEBITOS-REVERSADOS
           MOVE SPACES TO WS-TARJ-ING
           PERFORM 600-RESUMENES-VENCIDOS
           PERFORM 650-CASOS-ABIERTOS
           IF WS-BLOQUEOS > 0
               DISPLAY "No se emite el certificado: " WS-BLOQUEOS
                       " motivo(s) de deuda pendiente."
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-LD-TIPO
           MOVE SPACES TO WS-LD-REFERENCIA WS-LD-PRODUCTO
           STRING "HIP=" WS-HIP-ING DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           STRING "prestamo hipotecario N. " WS-HIP-ING
               DELIMITED BY SIZE INTO WS-LD-PRODUCTO
           PERFORM 700-EMITE
           IF WS-LD-NRO > 0
               PERFORM 250-LIBERA-PRENDAS
           END-IF.
       200-END.

       210-LEE-HIPOTECA.
      *    EXEC SQL
      *        SELECT SALDO_ACTUAL,ESTADO
      *          INTO :DB-SALDO-HIP,:DB-ESTADO-HIP
      *          FROM banco.hipotecas
      *         WHERE ID_HIPOTECA = :WS-HIP-ING
      *           AND ID_CLIENTE = :DB-ID-CLIENTE
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 DB-ESTADO-HIP
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 15 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(3)
               MOVE 4 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(4)
               MOVE 5 TO SQL-LEN(4)
               MOVE X'00' TO SQL-PREC(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0002
           MOVE SPACES TO DB-ESTADO-HIP
           MOVE WS-HIP-ING TO SQL-VAR-0003
           MOVE DB-ID-CLIENTE TO SQL-VAR-0001
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           MOVE SQL-VAR-0002 TO DB-SALDO-HIP.
       210-END.

       215-CUOTAS-PENDIENTES.
      *    EXEC SQL
      *        SELECT COUNT(*) INTO :DB-CUOTAS-PEND
      *          FROM banco.cuotas_hipoteca
      *         WHERE ID_HIPOTECA = :WS-HIP-ING
      *           AND ESTADO IN ('Pendiente','Parcial')
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(1)
               MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(2)
               MOVE 4 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0004
           MOVE WS-HIP-ING TO SQL-VAR-0003
           CALL 'OCSQLEXE' USING SQL-STMT-2
                               SQLCA
           MOVE SQL-VAR-0004 TO DB-CUOTAS-PEND.
       215-END.

       220-PRIMAS-PENDIENTES.
      *    La prima es mensual y se cobra con la cuota (0277 de
      *    MODHIP001, DEBAUT001): cada mes de vigencia de una poliza
      *    de la hipoteca, salvo el del alta, tiene que tener su
      *    constancia en SEGUROS_COBROS.DAT. El ultimo mes exigido es
      *    el del fin de la poliza, el de la ultima cuota del
      *    cronograma o el actual, el que llegue primero.
           MOVE 0 TO WS-PRIMAS-FALTAN
           MOVE WS-HIP-ING TO WS-HIP-ID3
           MOVE WS-FECHA-HOY(1:6) TO WS-MES-TOPE
           PERFORM 225-ULTIMA-CUOTA
           IF DB-ULTIMA-CUOTA NOT = SPACES
              AND DB-ULTIMA-CUOTA(1:6) < WS-MES-TOPE
               MOVE DB-ULTIMA-CUOTA(1:6) TO WS-MES-TOPE
           END-IF
           PERFORM 226-CARGA-COBROS
           IF WS-SCB-DESBORDE = 'S'
               DISPLAY "  SEGUROS_COBROS.DAT supera la tabla de "
                       "trabajo: no se pueden verificar las primas."
               ADD 1 TO WS-BLOQUEOS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SEGUROS-FILE
           IF WS-SEGUROS-FSTATUS = '00'
               PERFORM UNTIL WS-SEGUROS-FSTATUS NOT = '00'
                   READ SEGUROS-FILE
                       AT END MOVE '10' TO WS-SEGUROS-FSTATUS
                       NOT AT END
                           IF SEG-ID-HIPOTECA = WS-HIP-ING
                               PERFORM 227-MESES-POLIZA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUROS-FILE
           END-IF
           IF WS-PRIMAS-FALTAN > 0
               ADD 1 TO WS-BLOQUEOS
           END-IF.
       220-END.

       225-ULTIMA-CUOTA.
      *    EXEC SQL
      *        SELECT IFNULL(DATE_FORMAT(MAX(FECHA),'%Y%m%d'),' ')
      *          INTO :DB-ULTIMA-CUOTA
      *          FROM banco.cuotas_hipoteca
      *         WHERE ID_HIPOTECA = :WS-HIP-ING
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 DB-ULTIMA-CUOTA
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(2)
               MOVE 4 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-3
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE SPACES TO DB-ULTIMA-CUOTA
           MOVE WS-HIP-ING TO SQL-VAR-0003
           CALL 'OCSQLEXE' USING SQL-STMT-3
                               SQLCA.
       225-END.

       226-CARGA-COBROS.
      *    El registro arranca con AAAAMMDD y lleva el ID de la
      *    hipoteca a partir de la posicion 10 (0277 de MODHIP001).
           MOVE 0 TO WS-SCB-COUNT
           MOVE 'N' TO WS-SCB-DESBORDE
           OPEN INPUT SEGCOB-FILE
           IF WS-SEGCOB-FSTATUS = '00'
               PERFORM UNTIL WS-SEGCOB-FSTATUS NOT = '00'
                   READ SEGCOB-FILE
                       AT END MOVE '10' TO WS-SEGCOB-FSTATUS
                       NOT AT END
                           IF SEGCOB-RECORD(10:3) = WS-HIP-ID3
                               IF WS-SCB-COUNT >= 400
                                   MOVE 'S' TO WS-SCB-DESBORDE
                                   MOVE '10' TO WS-SEGCOB-FSTATUS
                               ELSE
                                   ADD 1 TO WS-SCB-COUNT
                                   MOVE SEGCOB-RECORD(1:6)
                                       TO WS-SCB-MES(WS-SCB-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCOB-FILE
           END-IF.
       226-END.

       227-MESES-POLIZA.
           IF SEG-DESDE(1:6) NOT NUMERIC
              OR SEG-HASTA(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SEG-DESDE(1:6) TO WS-MES-CUR-X
           PERFORM 228-MES-SIGUIENTE
           MOVE WS-MES-TOPE TO WS-MES-FIN
           IF SEG-HASTA(1:6) < WS-MES-FIN
               MOVE SEG-HASTA(1:6) TO WS-MES-FIN
           END-IF
           PERFORM UNTIL WS-MES-CUR-X > WS-MES-FIN
               PERFORM 229-MES-COBRADO
               IF WS-SCB-HALLADO = 'N'
                   ADD 1 TO WS-PRIMAS-FALTAN
                   DISPLAY "  PRIMA DE SEGURO SIN COBRAR MES "
                           WS-MES-CUR-X " POLIZA " SEG-POLIZA
               END-IF
               PERFORM 228-MES-SIGUIENTE
           END-PERFORM.
       227-END.

       228-MES-SIGUIENTE.
           ADD 1 TO WS-MES-MM
           IF WS-MES-MM > 12
               MOVE 1 TO WS-MES-MM
               ADD 1 TO WS-MES-AA
           END-IF.
       228-END.

       229-MES-COBRADO.
           MOVE 'N' TO WS-SCB-HALLADO
           PERFORM VARYING WS-SCB-IDX FROM 1 BY 1
                   UNTIL WS-SCB-IDX > WS-SCB-COUNT
               IF WS-SCB-MES(WS-SCB-IDX) = WS-MES-CUR-X
                   MOVE 'S' TO WS-SCB-HALLADO
                   MOVE WS-SCB-COUNT TO WS-SCB-IDX
               END-IF
           END-PERFORM.
       229-END.

       230-DEBITOS-REVERSADOS.
      *    DEBAUT001 debita cada cuota (HIP=) y su punitorio (PUNH=)
      *    con canal DEBAUTO. Un movimiento de signo contrario con la
      *    misma referencia es la reversa del debito: la cuota figura
      *    pagada pero el dinero volvio al cliente. La reversa queda
      *    saldada solo si la misma referencia se vuelve a debitar.
           MOVE 0 TO WS-DEB-COUNT
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       PERFORM 235-EXAMINA-DEBITO
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-DEB-COUNT
               IF WS-DEB-CREDITOS(WS-DEB-IDX) > 0
                  AND WS-DEB-CREDITOS(WS-DEB-IDX)
                      NOT < WS-DEB-DEBITOS(WS-DEB-IDX)
                   DISPLAY "  DEBITO AUTOMATICO REVERSADO "
                           WS-DEB-REF(WS-DEB-IDX)
                   ADD 1 TO WS-BLOQUEOS
               END-IF
           END-PERFORM.
       230-END.

       235-EXAMINA-DEBITO.
           MOVE SPACES TO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID
                          WS-JRN-DOC WS-JRN-MONTO WS-JRN-REF
           UNSTRING CANAL-RECORD DELIMITED BY ';'
               INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID WS-JRN-DOC
                    WS-JRN-MONTO WS-JRN-REF
           END-UNSTRING
           IF WS-JRN-DOC NOT = WS-DOC-ING
              OR WS-JRN-CANAL NOT = 'DEBAUTO'
              OR WS-JRN-MONTO = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-JRN-REF(1:4) = 'HIP='
                   COMPUTE WS-JRN-HIP =
                       FUNCTION NUMVAL(WS-JRN-REF(5:5))
               WHEN WS-JRN-REF(1:5) = 'PUNH='
                   COMPUTE WS-JRN-HIP =
                       FUNCTION NUMVAL(WS-JRN-REF(6:5))
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-JRN-HIP NOT = WS-HIP-ING
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JRN-IMPORTE = FUNCTION NUMVAL(WS-JRN-MONTO)
           MOVE 0 TO WS-DEB-SEL
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-DEB-COUNT
               IF WS-DEB-REF(WS-DEB-IDX) = WS-JRN-REF
                   MOVE WS-DEB-IDX TO WS-DEB-SEL
                   MOVE WS-DEB-COUNT TO WS-DEB-IDX
               END-IF
           END-PERFORM
           IF WS-DEB-SEL = 0
               IF WS-DEB-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEB-COUNT
               MOVE WS-DEB-COUNT TO WS-DEB-SEL
               MOVE WS-JRN-REF TO WS-DEB-REF(WS-DEB-SEL)
               MOVE 0 TO WS-DEB-DEBITOS(WS-DEB-SEL)
               MOVE 0 TO WS-DEB-CREDITOS(WS-DEB-SEL)
           END-IF
           IF WS-JRN-IMPORTE < 0
               ADD 1 TO WS-DEB-DEBITOS(WS-DEB-SEL)
           ELSE
               ADD 1 TO WS-DEB-CREDITOS(WS-DEB-SEL)
           END-IF.
       235-END.

       250-LIBERA-PRENDAS.
      *    La cancelacion en MODHIP001 ya libera la prenda; aca se
      *    cubre la hipoteca que llego a cero por otro camino (debito
      *    automatico, pago del periodo) antes de la liberacion
      *    automatica de PFPREN001. Nunca regraba una carga truncada.
           MOVE 0 TO WS-PRE-COUNT
           MOVE 0 TO WS-PRE-LIBERADAS
           MOVE 'N' TO WS-PRE-DESBORDE
           OPEN INPUT PRENDAS-FILE
           IF WS-PRENDAS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRENDAS-FSTATUS NOT = '00'
               READ PRENDAS-FILE
                   AT END MOVE '10' TO WS-PRENDAS-FSTATUS
                   NOT AT END
                       IF WS-PRE-COUNT >= 200
                           MOVE 'S' TO WS-PRE-DESBORDE
                           MOVE '10' TO WS-PRENDAS-FSTATUS
                       ELSE
                           ADD 1 TO WS-PRE-COUNT
                           IF PRE-ID-HIPOTECA = WS-HIP-ING
                              AND PRE-ESTADO = 'A'
                               MOVE 'L' TO PRE-ESTADO
                               ADD 1 TO WS-PRE-LIBERADAS
                               DISPLAY "PRENDA LIBERADA PF "
                                       PRE-PF-NRO
                                       " (HIPOTECA CANCELADA)"
                           END-IF
                           MOVE PRENDA-RECORD TO WS-PRE(WS-PRE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRENDAS-FILE
           IF WS-PRE-DESBORDE = 'S'
               DISPLAY "PF_PRENDAS.DAT supera la tabla de trabajo; "
                       "libere la prenda desde PFPREN001."
               EXIT PARAGRAPH
           END-IF
           IF WS-PRE-LIBERADAS > 0
               OPEN OUTPUT PRENDAS-FILE
               PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                       UNTIL WS-PRE-IDX > WS-PRE-COUNT
                   MOVE WS-PRE(WS-PRE-IDX) TO PRENDA-RECORD
                   WRITE PRENDA-RECORD
               END-PERFORM
               CLOSE PRENDAS-FILE
           END-IF.
       250-END.

       300-CERT-TARJETA.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           DISPLAY "Numero de la tarjeta dada de baja: "
           ACCEPT WS-TARJ-ING
           PERFORM 110-CONECTA
           PERFORM 120-BUSCA-CLIENTE
           IF DB-ID-CLIENTE = 0
               DISPLAY "Cliente no encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-LEE-TARJETA
           MOVE "************" TO WS-TARJ-MASCARA(1:12)
           MOVE WS-TARJ-ING(13:4) TO WS-TARJ-MASCARA(13:4)
           IF SQLCODE NOT = 0 OR DB-TARJ-CLIENTE NOT = DB-ID-CLIENTE
               DISPLAY "La tarjeta " WS-TARJ-MASCARA
                       " no existe o no es del cliente."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BLOQUEOS
           DISPLAY "Controles de deuda de la tarjeta "
                   WS-TARJ-MASCARA ":"
           PERFORM 320-BAJA-TARJETA
           IF WS-TARJ-BAJA = 'N'
               DISPLAY "  LA TARJETA NO ESTA DADA DE BAJA"
               ADD 1 TO WS-BLOQUEOS
           END-IF
           PERFORM 330-SALDO-TARJETA
           PERFORM 340-CUOTAS-A-FACTURAR
           PERFORM 600-RESUMENES-VENCIDOS
           PERFORM 650-CASOS-ABIERTOS
           IF WS-BLOQUEOS > 0
               DISPLAY "No se emite el certificado: " WS-BLOQUEOS
                       " motivo(s) de deuda pendiente."
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO WS-LD-TIPO
           MOVE WS-TARJ-MASCARA TO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-PRODUCTO
           STRING "tarjeta de credito terminada en "
                  WS-TARJ-ING(13:4)
               DELIMITED BY SIZE INTO WS-LD-PRODUCTO
           MOVE 0 TO WS-HIP-ING
           PERFORM 700-EMITE.
       300-END.

       310-LEE-TARJETA.
      *    EXEC SQL
      *        SELECT ID_CLIENTE,ACUM_MES
      *          INTO :DB-TARJ-CLIENTE,:DB-ACUM-MES
      *          FROM BANCO.TARJETAS
      *         WHERE NRO_TARJETA =TRIM(:WS-TARJ-ING)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-4 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WS-TARJ-ING
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 16 TO SQL-LEN(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-4
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0001
           MOVE 0 TO SQL-VAR-0002
           CALL 'OCSQLEXE' USING SQL-STMT-4
                               SQLCA
           MOVE SQL-VAR-0001 TO DB-TARJ-CLIENTE
           MOVE SQL-VAR-0002 TO DB-ACUM-MES.
       310-END.

       320-BAJA-TARJETA.
      *    La baja a pedido del cliente queda en TARJ_DENUNCIAS.DAT
      *    como denuncia con motivo B (850 de TARJCRE001).
           MOVE 'N' TO WS-TARJ-BAJA
           OPEN INPUT DENUNCIAS-FILE
           IF WS-DEN-FSTATUS = '00'
               PERFORM UNTIL WS-DEN-FSTATUS NOT = '00'
                   READ DENUNCIAS-FILE
                       AT END MOVE '10' TO WS-DEN-FSTATUS
                       NOT AT END
                           IF DEN-NRO-TARJETA = WS-TARJ-ING
                              AND DEN-MOTIVO = 'B'
                               MOVE 'S' TO WS-TARJ-BAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DENUNCIAS-FILE
           END-IF.
       320-END.

       330-SALDO-TARJETA.
      *    El saldo al dia es el del ultimo resumen mas lo acumulado
      *    en el ciclo abierto (consumos menos pagos, ACUM_MES). Un
      *    resumen castigado (K) o refinanciado en plan (R) sigue
      *    siendo deuda aunque no se arrastre.
           MOVE 0 TO WS-RES-ULT-NRO WS-RES-ULT-SALDO WS-RES-ULT-USD
           MOVE SPACE TO WS-RES-ULT-ESTADO
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS = '00'
               PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
                   READ RESUMEN-FILE
                       AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                       NOT AT END
                           IF RES-NRO-TARJETA = WS-TARJ-ING
                              AND RES-NRO > WS-RES-ULT-NRO
                               MOVE RES-NRO TO WS-RES-ULT-NRO
                               MOVE RES-SALDO TO WS-RES-ULT-SALDO
                               MOVE RES-SALDO-USD TO WS-RES-ULT-USD
                               MOVE RES-ESTADO TO WS-RES-ULT-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-FILE
           END-IF
           IF WS-RES-ULT-ESTADO = 'K'
               DISPLAY "  RESUMEN " WS-RES-ULT-NRO
                       " CASTIGADO (CASTIG001)"
               ADD 1 TO WS-BLOQUEOS
           END-IF
           IF WS-RES-ULT-ESTADO = 'R'
               DISPLAY "  RESUMEN " WS-RES-ULT-NRO
                       " REFINANCIADO EN PLAN DE PAGOS"
               ADD 1 TO WS-BLOQUEOS
           END-IF
           COMPUTE WS-TARJ-SALDO = WS-RES-ULT-SALDO + DB-ACUM-MES
           IF WS-TARJ-SALDO > 0
               MOVE WS-TARJ-SALDO TO WS-IMP-MONTO
               DISPLAY "  SALDO DE LA TARJETA EN PESOS: " WS-IMP-MONTO
               ADD 1 TO WS-BLOQUEOS
           END-IF
           IF WS-RES-ULT-USD > 0
               MOVE WS-RES-ULT-USD TO WS-IMP-MONTO
               DISPLAY "  SALDO DE LA TARJETA EN DOLARES: "
                       WS-IMP-MONTO
               ADD 1 TO WS-BLOQUEOS
           END-IF.
       330-END.

       340-CUOTAS-A-FACTURAR.
           MOVE 0 TO WS-CC-PENDIENTES WS-CC-IMPORTE
           OPEN INPUT CUOTAS-FILE
           IF WS-CUOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-CUOTAS-FSTATUS NOT = '00'
                   READ CUOTAS-FILE
                       AT END MOVE '10' TO WS-CUOTAS-FSTATUS
                       NOT AT END
                           IF CC-NRO-TARJETA = WS-TARJ-ING
                              AND CC-ESTADO NOT = 'C'
                               ADD 1 TO WS-CC-PENDIENTES
                               ADD CC-IMPORTE TO WS-CC-IMPORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF
           IF WS-CC-PENDIENTES > 0
               MOVE WS-CC-IMPORTE TO WS-IMP-MONTO
               DISPLAY "  CUOTAS DE CONSUMOS POR FACTURAR: "
                       WS-CC-PENDIENTES " POR " WS-IMP-MONTO
               ADD 1 TO WS-BLOQUEOS
           END-IF.
       340-END.

       600-RESUMENES-VENCIDOS.
      *    Cualquier tarjeta del cliente con el resumen vencido e
      *    impago o castigado; la tarjeta que se certifica ya se
      *    controlo en 330.
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       IF RES-ID-CLIENTE = DB-ID-CLIENTE
                          AND RES-NRO-TARJETA NOT = WS-TARJ-ING
                          AND RES-SALDO > 0
                          AND ((RES-ESTADO = 'A'
                                AND RES-FECHA-VTO < WS-FECHA-HOY-G)
                               OR RES-ESTADO = 'K')
                           MOVE RES-SALDO TO WS-IMP-MONTO
                           DISPLAY "  RESUMEN " RES-NRO
                                   " TARJETA ************"
                                   RES-NRO-TARJETA(13:4)
                                   " VENCIDO E IMPAGO: " WS-IMP-MONTO
                           ADD 1 TO WS-BLOQUEOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE.
       600-END.

       650-CASOS-ABIERTOS.
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
               READ CASOS-FILE
                   AT END MOVE '10' TO WS-CASOS-FSTATUS
                   NOT AT END
                       IF CAS-ID-CLIENTE = DB-ID-CLIENTE
                          AND CAS-ESTADO NOT = 'C'
                           MOVE CAS-IMPORTE TO WS-IMP-MONTO
                           DISPLAY "  CASO DE COBRANZA ABIERTO "
                                   CAS-NRO " ESTADO " CAS-ESTADO
                                   " IMPORTE " WS-IMP-MONTO
                           ADD 1 TO WS-BLOQUEOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASOS-FILE.
       650-END.

       700-EMITE.
      *    Un numero reservado no se reutiliza: si la grabacion
      *    fallara el hueco queda a la vista en SECUENCIAS.DAT.
           PERFORM 710-ULTIMO-NUMERO
           MOVE 'LIBREDEUDA' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           COMPUTE WS-SEQ-SEMILLA = WS-LD-NRO-MAX + 1
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-SEQ-PRIMER-ID TO WS-LD-NRO
           IF WS-LD-NRO = 0
               DISPLAY "No se pudo numerar el certificado."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY TO WS-DV-FECHA
           PERFORM 720-DIGITO-VERIFICADOR
           MOVE SPACES TO WS-LD-CODIGO
           STRING "LD" WS-LD-NRO "-" WS-DV
               DELIMITED BY SIZE INTO WS-LD-CODIGO
           PERFORM 730-IMPRIME-CERTIFICADO
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'LIBRE-DEUDA' TO WS-REP-TIPO
           MOVE 'CERT_LIBRE_DEUDA.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "LD=" WS-LD-NRO " DOC=" WS-DOC-ING
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO
           OPEN EXTEND LIBDEU-FILE
           IF WS-LIBDEU-FSTATUS NOT = '00'
               OPEN OUTPUT LIBDEU-FILE
           END-IF
           MOVE WS-LD-NRO TO LD-NRO
           MOVE WS-LD-CODIGO TO LD-CODIGO
           MOVE WS-LD-TIPO TO LD-TIPO
           MOVE WS-DOC-ING TO LD-DOC
           MOVE WS-LD-REFERENCIA TO LD-REFERENCIA
           MOVE WS-FECHA-HOY TO LD-FECHA
           MOVE LK-OPERADOR TO LD-OPERADOR
           MOVE WS-REP-NRO TO LD-REPO-NRO
           WRITE LIBDEU-RECORD
           CLOSE LIBDEU-FILE
           DISPLAY "Certificado de libre deuda " WS-LD-NRO
                   " emitido (CERT_LIBRE_DEUDA.TXT)."
           DISPLAY "Codigo de verificacion: " WS-LD-CODIGO
                   "  Archivo en repositorio: " WS-REP-NRO.
       700-END.

       710-ULTIMO-NUMERO.
           MOVE 0 TO WS-LD-NRO-MAX
           OPEN INPUT LIBDEU-FILE
           IF WS-LIBDEU-FSTATUS = '00'
               PERFORM UNTIL WS-LIBDEU-FSTATUS NOT = '00'
                   READ LIBDEU-FILE
                       AT END MOVE '10' TO WS-LIBDEU-FSTATUS
                       NOT AT END
                           IF LD-NRO > WS-LD-NRO-MAX
                               MOVE LD-NRO TO WS-LD-NRO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBDEU-FILE
           END-IF.
       710-END.

       720-DIGITO-VERIFICADOR.
      *    Modulo 97 sobre numero y fecha de emision: un codigo
      *    alterado o copiado de otro certificado no verifica.
           COMPUTE WS-DV-BASE = WS-LD-NRO * 100000000 + WS-DV-FECHA
           COMPUTE WS-DV-PRODUCTO = WS-DV-BASE * 100
           DIVIDE WS-DV-PRODUCTO BY 97 GIVING WS-DV-COCIENTE
               REMAINDER WS-DV-RESTO
           COMPUTE WS-DV = 98 - WS-DV-RESTO.
       720-END.

       730-IMPRIME-CERTIFICADO.
           OPEN OUTPUT CERT-FILE
           MOVE "CERTIFICADO DE LIBRE DEUDA" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "Numero: " WS-LD-NRO
                  "    Codigo de verificacion: " WS-LD-CODIGO
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "Fecha de emision: " WS-FECHA-HOY(7:2) "/"
                  WS-FECHA-HOY(5:2) "/" WS-FECHA-HOY(1:4)
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           STRING "Se certifica que " FUNCTION TRIM(DB-APELLIDOS)
                  ", " FUNCTION TRIM(DB-NOMBRE)
                  ", documento " FUNCTION TRIM(WS-DOC-ING) ","
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "no registra deuda con la entidad por el "
                  FUNCTION TRIM(WS-LD-PRODUCTO) ","
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "que se encuentra totalmente cancelado." TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           IF WS-LD-TIPO = 'H'
               MOVE "Se extiende el presente para ser presentado ante"
                    TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE "el Registro de la Propiedad Inmueble a fin de proc"
                    TO CERT-RECORD
               MOVE "eder al levantamiento de la hipoteca constituida"
                    TO CERT-RECORD(51:50)
               WRITE CERT-RECORD
               MOVE "en garantia del prestamo." TO CERT-RECORD
               WRITE CERT-RECORD
           ELSE
               MOVE "La tarjeta fue dada de baja y no registra saldos,"
                    TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE "cuotas por facturar ni gestiones de cobranza pendi"
                    TO CERT-RECORD
               MOVE "entes." TO CERT-RECORD(51:6)
               WRITE CERT-RECORD
           END-IF
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "La autenticidad puede verificarse con el codigo"
                TO CERT-RECORD
           MOVE "indicado." TO CERT-RECORD(50:9)
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "Emitido por: " LK-OPERADOR
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           CLOSE CERT-FILE.
       730-END.

       500-LISTAR.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           MOVE 0 TO WS-CONT-LISTADOS
           DISPLAY "NRO    CODIGO       T REFERENCIA       FECHA    "
                   "REPOSIT"
           OPEN INPUT LIBDEU-FILE
           IF WS-LIBDEU-FSTATUS = '00'
               PERFORM UNTIL WS-LIBDEU-FSTATUS NOT = '00'
                   READ LIBDEU-FILE
                       AT END MOVE '10' TO WS-LIBDEU-FSTATUS
                       NOT AT END
                           IF LD-DOC = WS-DOC-ING
                               ADD 1 TO WS-CONT-LISTADOS
                               DISPLAY LD-NRO " " LD-CODIGO " "
                                       LD-TIPO " " LD-REFERENCIA " "
                                       LD-FECHA " " LD-REPO-NRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBDEU-FILE
           END-IF
           DISPLAY "Certificados listados: " WS-CONT-LISTADOS.
       500-END.

       510-BUSCA-CERTIFICADO.
      *    Por numero (WS-NRO-ING) o, si se informo, por codigo de
      *    verificacion (WS-CODIGO-ING).
           MOVE 'N' TO WS-LD-ENCONTRADO
           OPEN INPUT LIBDEU-FILE
           IF WS-LIBDEU-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIBDEU-FSTATUS NOT = '00'
               READ LIBDEU-FILE
                   AT END MOVE '10' TO WS-LIBDEU-FSTATUS
                   NOT AT END
                       IF (WS-CODIGO-ING NOT = SPACES
                           AND LD-CODIGO = WS-CODIGO-ING)
                          OR (WS-CODIGO-ING = SPACES
                              AND LD-NRO = WS-NRO-ING)
                           MOVE 'S' TO WS-LD-ENCONTRADO
                           MOVE LD-NRO TO WS-LD-NRO
                           MOVE LD-CODIGO TO WS-LD-CODIGO
                           MOVE LD-TIPO TO WS-LD-TIPO
                           MOVE LD-DOC TO WS-DOC-ING
                           MOVE LD-REFERENCIA TO WS-LD-REFERENCIA
                           MOVE LD-FECHA TO WS-DV-FECHA
                           MOVE LD-REPO-NRO TO WS-LD-REPO-NRO
                           MOVE '10' TO WS-LIBDEU-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIBDEU-FILE.
       510-END.

       550-REIMPRIMIR.
           DISPLAY "Numero de certificado: "
           ACCEPT WS-NRO-ING
           MOVE SPACES TO WS-CODIGO-ING
           PERFORM 510-BUSCA-CERTIFICADO
           IF WS-LD-ENCONTRADO = 'N'
               DISPLAY "Certificado no encontrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Certificado " WS-LD-NRO " codigo " WS-LD-CODIGO
                   " documento " WS-DOC-ING
           MOVE 'R' TO WS-REP-FUNCION
           MOVE WS-LD-REPO-NRO TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       550-END.

       570-VERIFICAR.
           DISPLAY "Codigo de verificacion (LDnnnnnn-dd): "
           ACCEPT WS-CODIGO-ING
           IF WS-CODIGO-ING = SPACES
               DISPLAY "Codigo invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-BUSCA-CERTIFICADO
           IF WS-LD-ENCONTRADO = 'N'
               DISPLAY "CODIGO INEXISTENTE: el certificado no fue "
                       "emitido por la entidad."
               EXIT PARAGRAPH
           END-IF
           PERFORM 720-DIGITO-VERIFICADOR
           IF WS-LD-CODIGO(10:2) NOT = WS-DV
               DISPLAY "CODIGO ALTERADO: el digito no corresponde al "
                       "certificado " WS-LD-NRO "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CERTIFICADO VALIDO " WS-LD-NRO
                   " emitido el " WS-DV-FECHA
           DISPLAY "  Documento " WS-DOC-ING " producto "
                   WS-LD-TIPO " " WS-LD-REFERENCIA.
       570-END.

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
       END PROGRAM LIBDEU001.

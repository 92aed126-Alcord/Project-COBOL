               FILE STATUS IS WS-SEGCOB-FSTATUS.
           SELECT SEGVTO-FILE ASSIGN TO "SEGUROS_VENCER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SINIES-FILE ASSIGN TO "SEGUROS_SINIESTROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SINIES-FSTATUS.
           SELECT SEGREM-FILE ASSIGN TO "SEGUROS_REMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGREM-FSTATUS.
           SELECT BORDER-FILE ASSIGN TO "SEG_BORDEREAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEVENG-FILE ASSIGN TO "DEVENG_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVENG-FSTATUS.
           SELECT PRODSUC-FILE ASSIGN TO "PRODUCTOS_SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSUC-FSTATUS.
           SELECT PUNIT-FILE ASSIGN TO "PUNITORIOS_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNIT-FSTATUS.
           SELECT PAGPAR-FILE ASSIGN TO "PAGOS_PARCIALES_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGPAR-FSTATUS.
           SELECT CONDHIP-FILE ASSIGN TO "CONDICIONES_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDHIP-FSTATUS.
           SELECT UVAHIP-FILE ASSIGN TO "HIPOTECAS_UVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UVAHIP-FSTATUS.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           05  SOL-TASADOR             PIC X(30).
           05  SOL-APROBADOR           PIC X(30).
           05  SOL-CONDICIONES         PIC X(40).
           05  SOL-SISTEMA             PIC X(01).
           05  SOL-MESES-GRACIA        PIC 9(02).
           05  SOL-OFERTA              PIC 9(09).
       FD  PRECAN-FILE.
       01  PRECAN-RECORD               PIC X(100).
       FD  REFIN-FILE.
       01  SEGCOB-RECORD               PIC X(60).
       FD  SEGVTO-FILE.
       01  SEGVTO-RECORD               PIC X(100).
       FD  SINIES-FILE.
       01  SINIES-RECORD.
           05  SIN-NRO                 PIC 9(06).
           05  SIN-ID-HIPOTECA         PIC 9(06).
           05  SIN-DOC                 PIC X(13).
           05  SIN-ASEGURADORA         PIC X(20).
           05  SIN-POLIZA              PIC X(15).
           05  SIN-SUMA                PIC 9(10)V99.
           05  SIN-SALDO-DEUDA         PIC 9(12)V99.
           05  SIN-FECHA-FALLEC        PIC X(08).
           05  SIN-FECHA-ALTA          PIC X(08).
           05  SIN-ESTADO              PIC X(01).
           05  SIN-INDEMNIZ            PIC 9(10)V99.
           05  SIN-APLICADO            PIC 9(12)V99.
           05  SIN-EXCEDENTE           PIC 9(10)V99.
           05  SIN-FECHA-PAGO          PIC X(08).
           05  SIN-OPERADOR            PIC X(30).
       FD  SEGREM-FILE.
       01  SEGREM-RECORD.
           05  REM-PERIODO             PIC X(06).
           05  REM-ASEGURADORA         PIC X(20).
           05  REM-FECHA               PIC X(08).
           05  REM-POLIZAS             PIC 9(05).
           05  REM-PRIMAS              PIC 9(10)V99.
           05  REM-COMISION            PIC 9(10)V99.
           05  REM-NETO                PIC 9(10)V99.
           05  REM-OPERADOR            PIC X(30).
       FD  BORDER-FILE.
       01  BORDER-RECORD               PIC X(100).
       FD  DEVENG-FILE.
       01  DEVENG-RECORD.
           05  DEV-PERIODO             PIC X(06).
           05  PRS-TIPO                PIC X(01).
           05  PRS-REF                 PIC X(16).
           05  PRS-SUCURSAL            PIC X(03).
       FD  PUNIT-FILE.
       01  PUNIT-RECORD.
           05  PUN-FECHA               PIC X(08).
           05  PUN-ID-HIPOTECA         PIC 9(06).
           05  PUN-ID-CLIENTE          PIC 9(06).
           05  PUN-N-CUOTA             PIC 9(03).
           05  PUN-VTO                 PIC X(08).
           05  PUN-DIAS                PIC 9(04).
           05  PUN-IMPORTE             PIC 9(10)V99.
           05  PUN-CANAL               PIC X(10).
           05  PUN-OPERADOR            PIC X(30).
       FD  PAGPAR-FILE.
       01  PAGPAR-RECORD.
           05  PPH-FECHA               PIC X(08).
           05  PPH-ID-HIPOTECA         PIC 9(06).
           05  PPH-ID-CLIENTE          PIC 9(06).
           05  PPH-N-CUOTA             PIC 9(03).
           05  PPH-RECIBIDO            PIC 9(10)V99.
           05  PPH-A-CUENTA-ANT        PIC 9(10)V99.
           05  PPH-SEGURO              PIC 9(10)V99.
           05  PPH-PUNITORIO           PIC 9(10)V99.
           05  PPH-INTERES             PIC 9(10)V99.
           05  PPH-CAPITAL             PIC 9(10)V99.
           05  PPH-SALDO-CUOTA         PIC 9(10)V99.
           05  PPH-NO-APLICADO         PIC 9(10)V99.
           05  PPH-OPERADOR            PIC X(30).
           05  PPH-VTO-CUOTA           PIC X(08).
       FD  CONDHIP-FILE.
       01  CONDHIP-RECORD.
           05  CHP-ID-HIPOTECA         PIC 9(06).
           05  CHP-FECHA               PIC X(08).
           05  CHP-SISTEMA             PIC X(01).
           05  CHP-MESES-GRACIA        PIC 9(02).
           05  CHP-CAPITAL             PIC 9(12)V99.
           05  CHP-TASA                PIC 9(03)V99.
           05  CHP-CUOTA-DESDE         PIC 9(03).
           05  CHP-CUOTAS              PIC 9(03).
           05  CHP-MOTIVO              PIC X(10).
           05  CHP-OPERADOR            PIC X(30).
       FD  UVAHIP-FILE.
       01  UVAHIP-RECORD.
           05  UVA-ID-HIPOTECA         PIC 9(06).
           05  UVA-FECHA-ALTA          PIC X(08).
           05  UVA-INDICE              PIC X(10).
           05  UVA-VALOR-ALTA          PIC 9(07)V9(04).
           05  UVA-MONTO-PESOS         PIC 9(12)V99.
           05  UVA-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 155.
           05 SQL-STMT   PIC X(155) VALUE 'SELECT N_CUOTA,MONTO_CUOTA,FE
      -    'CHA FROM banco.cuotas_hipoteca WHERE ID_HIPOTECA = ? AND ID_
      -    'CLIENTE = ? AND ESTADO IN (''Pendiente'',''Parcial'') ORDER
      -    'BY N_CUOTA'.
           05 SQL-CNAME  PIC X(12) VALUE 'C_CUOTAS_PAY'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 174.
           05 SQL-STMT   PIC X(174) VALUE 'SELECT ID_HIPOTECA,ID_CLIENTE
      -    ',N_CUOTA,MONTO_CUOTA,FECHA FROM banco.cuotas_hipoteca WHERE
      -    'ESTADO IN (''Pendiente'',''Parcial'') AND FECHA <= CURDATE()
      -    ' ORDER BY ID_HIPOTECA,N_CUOTA'.
           05 SQL-CNAME  PIC X(10) VALUE 'C_CUOT_PER'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 4.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 146.
           05 SQL-STMT   PIC X(146) VALUE 'SELECT COUNT(*), IFNULL(SUM(M
      -    'ONTO_CUOTA),0) FROM banco.cuotas_hipoteca WHERE ID_HIPOTECA=
      -    '? AND ID_CLIENTE=? AND ESTADO IN  (''Pendiente'',''Parcial''
      -    ')'.
      **********************************************************************
       01 SQL-STMT-18.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 152.
           05 SQL-STMT   PIC X(152) VALUE 'SELECT COUNT(*),IFNULL(SUM(MO
      -    'NTO_CUOTA),0) FROM banco.cuotas_hipoteca WHERE ID_HIPOTECA =
      -    ' ? AND ESTADO IN (''Pendiente'',''Parcial'') AND FECHA <= CU
      -    'RDATE()'.
      **********************************************************************
       01 SQL-STMT-22.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 116.
           05 SQL-STMT   PIC X(116) VALUE 'UPDATE banco.cuotas_hipoteca
      -    'SET ESTADO = ''Refinanciada'' WHERE ID_HIPOTECA = ? AND ESTA
      -    'DO IN (''Pendiente'',''Parcial'')'.
      **********************************************************************
       01 SQL-STMT-23.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-STMT   PIC X(111) VALUE 'UPDATE banco.cuotas_hipoteca
      -    'SET FECHA = ?, MONTO_CUOTA = MONTO_CUOTA + ? WHERE ID_HIPOTE
      -    'CA = ? AND N_CUOTA = ?'.
      **********************************************************************
       01 SQL-STMT-29.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 106.
           05 SQL-STMT   PIC X(106) VALUE 'UPDATE banco.cuotas_hipoteca
      -    'SET MONTO_CUOTA = ?, ESTADO = ''Parcial'' WHERE ID_HIPOTECA
      -    '= ? AND N_CUOTA = ?'.
      **********************************************************************
       01 SQL-STMT-30.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 143.
           05 SQL-STMT   PIC X(143) VALUE 'SELECT N_CUOTA,FECHA,ESTADO,M
      -    'ONTO_CUOTA FROM banco.cuotas_hipoteca WHERE ID_HIPOTECA = ?
      -    'AND ESTADO IN (''Pendiente'',''Parcial'') ORDER BY N_CUOTA'.
           05 SQL-CNAME  PIC X(12) VALUE 'C_CUOTAS_AMO'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-31.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 111.
           05 SQL-STMT   PIC X(111) VALUE 'UPDATE banco.cuotas_hipoteca
      -    'SET MONTO_CUOTA = ? WHERE ID_HIPOTECA = ? AND N_CUOTA = ? AN
      -    'D ESTADO = ''Pendiente'''.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0025  PIC S9(7) COMP-3.
           05 SQL-VAR-0026  PIC S9(3) COMP-3.
           05 SQL-VAR-0027  PIC S9(11)V9(2) COMP-3.
           05 SQL-VAR-0028  PIC S9(13)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************

            10 WS-TXTMN14 PIC X(30) VALUE "14. Diferimiento de Cuota".
            10 WS-TXTMN15 PIC X(30) VALUE "15. Registro de Garantias".
            10 WS-TXTMN16 PIC X(30) VALUE "16. Simulador de Prestamos".
            10 WS-TXTMN17 PIC X(30) VALUE "17. Certificado Libre Deuda".

       01  WS-MENU-PAGO.
           05 WS-PG-OPTION1 PIC X(30) VALUE "1. Pagar 1 o más cuotas".
           05 WS-PG-OPTION2 PIC X(30) VALUE "2. Pagar totalidad".
           05 WS-PG-OPTION3 PIC X(30) VALUE "3. Pago parcial de cuota".
           05 WS-PG-OPTION4 PIC X(30) VALUE "4. Salir".

       01  WS-OPTION PIC 9(2) VALUE 0.

       01  WS-SOLIC-FSTATUS            PIC XX.
       01  WS-SOL-NRO-ING              PIC 9(6).
       01  WS-SOL-VALIDA               PIC X(1).
       01  WS-SOL-SISTEMA              PIC X(1).
       01  WS-SOL-GRACIA               PIC 9(2).
       01  WS-SOL-TABLA.
           05  WS-SOLR OCCURS 200 TIMES PIC X(172).
       01  WS-SOLR-COUNT               PIC 9(3) VALUE 0.
       01  WS-SOLR-DESBORDE            PIC X(1) VALUE 'N'.
       01  WS-SOLR-IDX                 PIC 9(3).
       01  WS-PM-FECHA                 PIC X(8).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(1).
       01  WS-SINIES-FSTATUS           PIC XX.
       01  WS-SEGREM-FSTATUS           PIC XX.
       01  WS-SINIESTROS.
           05  WS-SIN OCCURS 200 TIMES.
               10  WS-SIN-NRO          PIC 9(06).
               10  WS-SIN-HIP          PIC 9(06).
               10  WS-SIN-DOC          PIC X(13).
               10  WS-SIN-ASEG         PIC X(20).
               10  WS-SIN-POLIZA       PIC X(15).
               10  WS-SIN-SUMA         PIC 9(10)V99.
               10  WS-SIN-SALDO-DEUDA  PIC 9(12)V99.
               10  WS-SIN-FALLEC       PIC X(08).
               10  WS-SIN-ALTA         PIC X(08).
               10  WS-SIN-ESTADO       PIC X(01).
               10  WS-SIN-INDEMNIZ     PIC 9(10)V99.
               10  WS-SIN-APLICADO     PIC 9(12)V99.
               10  WS-SIN-EXCEDENTE    PIC 9(10)V99.
               10  WS-SIN-FECHA-PAGO   PIC X(08).
               10  WS-SIN-OPERADOR     PIC X(30).
       01  WS-SIN-COUNT                PIC 9(3) VALUE 0.
       01  WS-SIN-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-SIN-IDX                  PIC 9(3).
       01  WS-SIN-SEL                  PIC 9(3).
       01  WS-SIN-NRO-ING              PIC 9(6).
       01  WS-SIN-RESULTADO            PIC X(1).
       01  WS-SIN-CONFIRMA             PIC X(1).
       01  WS-SIN-INDEMNIZ-ING         PIC 9(10)V99.
       01  WS-SIN-DEUDA                PIC 9(12)V99.
       01  WS-SIN-EXCEDENTE-CALC       PIC 9(10)V99.
       01  WS-SIN-ED                   PIC ZZZZZZZZZZ9.99.
       01  WS-SIN-HOY                  PIC X(8).
       01  WS-REM-PERIODO              PIC X(6).
       01  WS-REM-HOY                  PIC X(8).
       01  WS-REM-TASA                 PIC 9(3)V9(4).
       01  WS-REM-COB-FECHA            PIC X(8).
       01  WS-REM-COB-HIP              PIC 9(3).
       01  WS-REM-COB-PRIMA            PIC 9(7)V99.
       01  WS-REM-COBROS               PIC 9(5).
       01  WS-REM-SIN-POLIZA           PIC 9(5).
       01  WS-REM-ED1                  PIC ZZZZZZZZZ9.99.
       01  WS-REM-ED2                  PIC ZZZZZZZZZ9.99.
       01  WS-REM-ED3                  PIC ZZZZZZZZZ9.99.
       01  WS-POLIZAS.
           05  WS-POL OCCURS 500 TIMES.
               10  WS-POL-HIP          PIC 9(06).
               10  WS-POL-ASEG         PIC X(20).
               10  WS-POL-POLIZA       PIC X(15).
               10  WS-POL-DESDE        PIC X(08).
               10  WS-POL-HASTA        PIC X(08).
       01  WS-POL-COUNT                PIC 9(3) VALUE 0.
       01  WS-POL-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-POL-IDX                  PIC 9(3).
       01  WS-POL-SEL                  PIC 9(3).
       01  WS-ASEGURADORAS.
           05  WS-ASG OCCURS 30 TIMES.
               10  WS-ASG-NOMBRE       PIC X(20).
               10  WS-ASG-POLIZAS      PIC 9(05).
               10  WS-ASG-PRIMAS       PIC 9(10)V99.
               10  WS-ASG-COMISION     PIC 9(10)V99.
               10  WS-ASG-NETO         PIC 9(10)V99.
       01  WS-ASG-COUNT                PIC 9(2) VALUE 0.
       01  WS-ASG-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-ASG-IDX                  PIC 9(2).
       01  WS-ASG-SEL                  PIC 9(2).
       01  WS-CIE-SEGUROS.
           05  WS-CIE-SEG OCCURS 500 TIMES PIC X(79).
       01  WS-CIE-SEG-COUNT            PIC 9(3) VALUE 0.
       01  WS-CIE-PRENDAS.
           05  WS-CIE-PRE OCCURS 200 TIMES PIC X(39).
       01  WS-CIE-PRE-COUNT            PIC 9(3) VALUE 0.
       01  WS-CIE-IDX                  PIC 9(3).
       01  WS-CIE-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-CIE-CAMBIOS              PIC 9(3) VALUE 0.
       01  WS-REP-FUNCION              PIC X(1).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(6).
       01  WS-LTV-MAX-EFECTIVO         PIC 9(3)V99.
       01  WS-PRODSUC-FSTATUS          PIC XX.
       01  WS-SUCURSAL-OPER            PIC X(03).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).
       01  WS-PUNIT-FSTATUS            PIC XX.
       01  WS-PUN-VTO                  PIC X(8).
       01  WS-PUN-PAGO                 PIC X(8).
       01  WS-PUN-BASE                 PIC 9(10)V99.
       01  WS-PUN-DIAS                 PIC 9(4).
       01  WS-PUN-IMPORTE              PIC 9(10)V99.
       01  WS-PUN-TOTAL                PIC 9(12)V99 VALUE 0.
       01  WS-PUN-CANAL                PIC X(10).
       01  WS-PUN-REGISTRA             PIC X(1).
       01  WS-PUN-ED                   PIC ZZZZZZZZZ9.99.
       01  WS-PERIODO-PUNIT            PIC 9(12)V99 VALUE 0.
       01  WS-PAGPAR-FSTATUS           PIC XX.
       01  WS-PP-HAY-CUOTA             PIC X(1).
       01  WS-PP-CORTE                 PIC X(1).
       01  WS-PP-HOY                   PIC X(8).
       01  WS-PP-RECIBIDO              PIC S9(10)V99.
       01  WS-PP-A-CUENTA              PIC 9(10)V99.
       01  WS-PP-DISPONIBLE            PIC 9(10)V99.
       01  WS-PP-SEGURO                PIC 9(10)V99.
       01  WS-PP-PUNITORIO             PIC 9(10)V99.
       01  WS-PP-INTERES               PIC 9(10)V99.
       01  WS-PP-CAPITAL               PIC 9(10)V99.
       01  WS-PP-INT-PREVIO            PIC 9(10)V99.
       01  WS-PP-CAP-PREVIO            PIC 9(10)V99.
       01  WS-PP-INT-CUOTA             PIC S9(10)V99.
       01  WS-PP-APLICADO              PIC 9(10)V99.
       01  WS-PP-SALDO-CUOTA           PIC 9(10)V99.
       01  WS-PP-ED                    PIC ZZZZZZZZZ9.99.
      *>   Base de amortizacion vigente de la hipoteca (ultimo
      *>   registro de CONDICIONES_HIP.DAT) y cronograma pendiente.
       01  WS-CONDHIP-FSTATUS          PIC XX.
       01  WS-AMO-ID                   PIC 9(6).
       01  WS-AMO-HAY                  PIC X(1).
       01  WS-AMO-SISTEMA              PIC X(1).
       01  WS-AMO-GRACIA               PIC 9(2).
       01  WS-AMO-CAPITAL              PIC 9(12)V99.
       01  WS-AMO-TASA                 PIC 9(3)V99.
       01  WS-AMO-DESDE                PIC 9(3).
       01  WS-AMO-CUOTAS               PIC 9(3).
       01  WS-AMO-MOTIVO               PIC X(10).
       01  WS-AMO-NRO-REL              PIC 9(3).
       01  WS-AMO-CUOTA                PIC 9(12)V99.
       01  WS-AMO-INTERES              PIC 9(12)V99.
       01  WS-AMO-AMORT                PIC 9(12)V99.
       01  WS-AMO-SALDO                PIC 9(12)V99.
       01  WS-AMO-VIGENTE              PIC S9(12)V99.
       01  WS-AMO-GRACIA-RES           PIC 9(2).
       01  WS-AMO-PRIMERA              PIC 9(12)V99.
       01  WS-AMO-PARCIAL              PIC 9(12)V99.
       01  WS-AMO-INT-VENCIDO          PIC 9(12)V99.
       01  WS-AMO-HOY10                PIC X(10).
       01  WS-AMO-FECHA6               PIC X(6).
       01  WS-AMO-ESTADO               PIC X(20).
       01  WS-AMO-FECHA-CUO            PIC X(10).
       01  WS-AMO-PEND                 PIC 9(3).
       01  WS-AMO-IDX                  PIC 9(3).
       01  WS-AMO-PEND-TAB.
           05  WS-AMO-CUO OCCURS 999 TIMES.
               10  WS-AMO-NRO          PIC 9(3).
               10  WS-AMO-FEC          PIC X(10).
       01  WS-AMO-ED                   PIC ZZZZZZZZZ9.99.
      *>   Hipotecas en UVA (HIPOTECAS_UVA.DAT): capital, saldo y
      *>   cuotas en unidades; se pagan en pesos al valor del dia.
       01  WS-UVAHIP-FSTATUS           PIC XX.
       01  WS-UVA-ING                  PIC X(1).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-INDICE               PIC X(10) VALUE 'UVA'.
       01  WS-UVA-HOY                  PIC X(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-VALOR          PIC X(8).
       01  WS-UVA-ENC                  PIC X(1).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-UVA-PESOS                PIC 9(12)V99.
       01  WS-UVA-SUM-PESOS            PIC 9(12)V99.
       01  WS-UVA-N-CUOTA              PIC 9(3).
       01  WS-UVA-CUOTA                PIC 9(12)V99.
       01  WS-UVA-ED                   PIC ZZZZZZZZZ9.99.
       01  WS-UVA-ED-VALOR             PIC ZZZZZZ9.9999.

       01  WS-INPUT-INFORMATION.
           05 WS-MONTO     PIC 9(12)V99.
           05 WS-DOCUMENT  PIC X(13).
           05 WS-ID-HIP-BUSCAR PIC 9(6).

       01  WS-MRC-MODULO               PIC X(10) VALUE 'MODHIP001'.
       01  WS-MRC-RESULTADO            PIC X(01).

       01  WS-CALC-FECHA.
           05  WS-MES-ALFA         PIC X(2).
           05  WS-YEAR-ALFA        PIC X(4).
               CALL 'SIMHIP001' USING LK-OPTION LK-OPERADOR
               PERFORM 0210-HIPOTECAS

           WHEN 17
               DISPLAY "Certificados de libre deuda"
               CALL 'LIBDEU001' USING LK-OPTION LK-OPERADOR
               PERFORM 0210-HIPOTECAS

           WHEN OTHER
               DISPLAY "(" WS-OPTION ") - " "Opcion invalida."
               PERFORM 0210-HIPOTECAS
               EXIT PARAGRAPH
           END-IF

           IF WS-SOL-GRACIA >= WS-CUOTAS
               DISPLAY "Los meses de gracia de la solicitud ("
                       WS-SOL-GRACIA ") deben ser menos que las "
                       "cuotas."
               DISPLAY "Regresando a Menu Hipotecas..."
               EXIT PARAGRAPH
           END-IF
           IF WS-SOL-SISTEMA = 'A'
               DISPLAY "Sistema de amortizacion: ALEMAN  Meses de "
                       "gracia: " WS-SOL-GRACIA
           ELSE
               DISPLAY "Sistema de amortizacion: FRANCES  Meses de "
                       "gracia: " WS-SOL-GRACIA
           END-IF

           DISPLAY "Hipoteca ajustable por UVA? (S/N)"
           ACCEPT WS-UVA-ING
           MOVE FUNCTION UPPER-CASE(WS-UVA-ING) TO WS-UVA-ING
           MOVE  WS-MONTO  TO DB-MONTO-ORIGINAL
      *>   En UVA el capital se expresa en unidades al valor del dia
      *>   del alta; el desembolso sigue siendo en pesos.
           IF WS-UVA-ING = 'S'
               ACCEPT WS-FECHA-REF FROM DATE
               MOVE SPACES TO WS-UVA-HOY
               STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
                   INTO WS-UVA-HOY
               CALL 'IDXVAL1' USING WS-UVA-INDICE WS-UVA-HOY
                                    WS-UVA-VALOR WS-UVA-FECHA-VALOR
                                    WS-UVA-ENC
               IF WS-UVA-ENC NOT = 'S' OR WS-UVA-VALOR = 0
                   DISPLAY "No hay valor de UVA cargado en "
                           "INDICES.DAT (Reprecio, opcion 4)."
                   DISPLAY "Regresando a Menu Hipotecas..."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE DB-MONTO-ORIGINAL ROUNDED =
                   WS-MONTO / WS-UVA-VALOR
               MOVE WS-UVA-VALOR TO WS-UVA-ED-VALOR
               DISPLAY "Valor UVA al " WS-UVA-FECHA-VALOR ": "
                       WS-UVA-ED-VALOR
               MOVE DB-MONTO-ORIGINAL TO WS-UVA-ED
               DISPLAY "Capital en UVA: " WS-UVA-ED
           ELSE
               MOVE 'N' TO WS-UVA-ING
           END-IF
           MOVE  WS-INTERES TO DB-INTERES



           PERFORM 0237-REG-NEW-HIP

           IF WS-UVA-ING = 'S'
               PERFORM 0293-GRABA-UVA
           END-IF

           PERFORM 0239A-STAMPA-SUCURSAL

           PERFORM 0239-DESEMBOLSA-SOLICITUD.
                               MOVE 'S' TO WS-SOL-VALIDA
                               DISPLAY "Solicitud aprobada por "
                                       SOL-APROBADOR
      *>                       Sistema de amortizacion y gracia
      *>                       elegidos en la solicitud; las
      *>                       anteriores son francesas sin gracia.
                               MOVE SOL-SISTEMA TO WS-SOL-SISTEMA
                               IF WS-SOL-SISTEMA NOT = 'A'
                                   MOVE 'F' TO WS-SOL-SISTEMA
                               END-IF
                               IF SOL-MESES-GRACIA NUMERIC
                                   MOVE SOL-MESES-GRACIA
                                       TO WS-SOL-GRACIA
                               ELSE
                                   MOVE 0 TO WS-SOL-GRACIA
                               END-IF
                           ELSE
                               DISPLAY "La solicitud no esta "
                                   "aprobada o no corresponde al "
      *>   Pago parcial a capital con reprogramacion del cronograma
      *>   pendiente: a eleccion del cliente, misma cuota con menos
      *>   cuotas (se quitan las ultimas) o mismo plazo con cuota mas
      *>   baja. El capital que queda se reamortiza con el sistema y
      *>   la gracia restante de la hipoteca (0256C). Imprime la
      *>   comparacion antes/despues que firma el cliente y deja la
      *>   reescritura en la auditoria.
           DISPLAY "Inserte el documento del cliente"
           ACCEPT WS-DOCUMENT
           IF WS-DOCUMENT = "-1"
           END-IF
           COMPUTE WS-PRE-CUOTA-PROM ROUNDED =
               WS-TOTAL-PEND / WS-CUOTAS-PEND
      *>   Capital que todavia amortizan las cuotas Pendientes, segun
      *>   el sistema de la hipoteca.
           MOVE DB-ID-HIPOTECA TO WS-AMO-ID
           PERFORM 0256-LEE-CONDICIONES
           PERFORM 0256A-CARGA-PENDIENTES
           IF WS-AMO-PEND = 0
               DISPLAY "La hipoteca no tiene cuotas pendientes para "
                       "reprogramar."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0256B-CAPITAL-VIGENTE
           MOVE WS-AMO-VIGENTE TO WS-PRE-ED1
           DISPLAY "Capital pendiente de amortizar: " WS-PRE-ED1
           PERFORM 0292-VALOR-UVA
           IF WS-UVA-ES = 'S'
               MOVE WS-UVA-VALOR TO WS-UVA-ED-VALOR
               DISPLAY "Hipoteca UVA: capital en unidades, valor UVA "
                       "hoy " WS-UVA-ED-VALOR
               DISPLAY "Monto a aplicar a capital (en pesos): "
           ELSE
               DISPLAY "Monto a aplicar a capital: "
           END-IF
           ACCEPT WS-PRE-MONTO
           MOVE WS-PRE-MONTO TO WS-UVA-PESOS
           IF WS-UVA-ES = 'S'
               COMPUTE WS-PRE-MONTO ROUNDED =
                   WS-UVA-PESOS / WS-UVA-VALOR
           END-IF
           IF WS-PRE-MONTO = 0
              OR WS-PRE-MONTO >= WS-PRE-SALDO-ANT
              OR WS-PRE-MONTO >= WS-AMO-VIGENTE
               DISPLAY "El monto debe ser mayor a cero y menor al "
                       "saldo y al capital pendiente (para "
                       "cancelacion total use la opcion 6)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Modo (C=misma cuota y menos cuotas, "
                       "admite mas debitos; operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           IF WS-UVA-PESOS > WS-MV-SALDO
               DISPLAY "Fondos insuficientes en la cuenta para la "
                       "precancelacion; operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-UVA-PESOS * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "HIP=" DB-ID-HIPOTECA
               DELIMITED BY SIZE INTO WS-MV-REF
                       WS-CUOTAS-PEND - 1
               END-IF
               PERFORM 0265-QUITA-CUOTAS
           END-IF
      *>   El capital que queda se reamortiza en las cuotas que
      *>   quedan, con el sistema, la tasa vigente y lo que reste de
      *>   la gracia.
           COMPUTE WS-AMO-VIGENTE = WS-AMO-VIGENTE - WS-PRE-MONTO
           MOVE DB-ID-HIPOTECA TO WS-DIF-HIP-ING
           PERFORM 0266D-TASA-HIPOTECA
           MOVE WS-DIF-TASA TO WS-AMO-TASA
           MOVE 'PRECANCEL' TO WS-AMO-MOTIVO
           PERFORM 0256C-REAMORTIZA
           MOVE WS-AMO-PRIMERA TO WS-PRE-NUEVA-CUOTA
           PERFORM 0267-IMPRIME-COMPARACION

           MOVE 'HIPOTECAS' TO WT-AUDIT-TABLA
           PERFORM 0291-COMMIT.
       0265-PRE-END.

       0267-IMPRIME-COMPARACION.
           OPEN OUTPUT PRECAN-FILE
           MOVE SPACES TO PRECAN-RECORD
           DISPLAY PRECAN-RECORD
           IF WS-PRE-MODO = 'C'
               MOVE WS-PRE-CUOTA-PROM TO WS-PRE-ED1
               MOVE WS-PRE-NUEVA-CUOTA TO WS-PRE-ED2
               MOVE SPACES TO PRECAN-RECORD
               STRING "CUOTA ANTES " WS-PRE-ED1
                      "  CUOTA NUEVA " WS-PRE-ED2
                      "  CUOTAS QUITADAS " WS-PRE-CUOTAS-QUITAR
                   DELIMITED BY SIZE INTO PRECAN-RECORD
           ELSE
      *>   Refinanciacion de hipotecas en mora: junta las cuotas
      *>   vencidas, deja el cronograma pendiente marcado como
      *>   Refinanciada, escribe el cronograma nuevo a la tasa y
      *>   plazo renegociados (mismo sistema de amortizacion de la
      *>   hipoteca, sin gracia) y marca la hipoteca Refinanciada.
      *>   Requiere rol SUPERVISOR, y cada operacion queda en
      *>   REFINANCIACIONES.DAT para que el analista vea el
      *>   historial de reestructuraciones (0260-REPORTE-MORA lo
               DISPLAY "Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
      *>   La mora se capitaliza en el nuevo saldo, que se amortiza
      *>   con el sistema de la hipoteca desde la cuota 1.
           COMPUTE WS-REF-NUEVO-SALDO =
               WS-PRE-SALDO-ANT + WS-REF-MORA-SUMA
           MOVE DB-ID-HIPOTECA TO WS-AMO-ID
           PERFORM 0256-LEE-CONDICIONES
           MOVE 0 TO WS-AMO-GRACIA
           MOVE WS-REF-NUEVO-SALDO TO WS-AMO-CAPITAL
           MOVE WS-REF-TASA-ING TO WS-AMO-TASA
           MOVE WS-REF-CUOTAS-ING TO WS-AMO-CUOTAS
           MOVE 1 TO WS-AMO-DESDE
           MOVE 1 TO WS-AMO-NRO-REL
           CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                WS-AMO-CAPITAL WS-AMO-TASA
                                WS-AMO-CUOTAS WS-AMO-NRO-REL
                                WS-AMO-CUOTA WS-AMO-INTERES
                                WS-AMO-AMORT WS-AMO-SALDO
           MOVE WS-AMO-CUOTA TO WS-REF-NUEVA-CUOTA
           MOVE WS-REF-NUEVO-SALDO TO WS-PRE-ED1
           MOVE WS-REF-NUEVA-CUOTA TO WS-PRE-ED2
           DISPLAY "Nuevo saldo: " WS-PRE-ED1
                   "  Nueva cuota: " WS-PRE-ED2
           IF WS-AMO-SISTEMA = 'A'
               DISPLAY "Sistema aleman: la primera cuota es la mas "
                       "alta y las siguientes decrecen."
           END-IF
           PERFORM 0269A-MARCA-REFINANCIADAS
           PERFORM 0269B-INSERTA-CRONOGRAMA
           MOVE 'REFINANC' TO WS-AMO-MOTIVO
           PERFORM 0256D-GRABA-CONDICIONES
           PERFORM 0269C-ACTUALIZA-HIPOTECA
           PERFORM 0269D-REGISTRA-HISTORIAL
           MOVE 'HIPOTECAS' TO WT-AUDIT-TABLA
               MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
               MOVE ID-CLIENTE TO SQL-VAR-0002
               MOVE WS-REF-CUO-IDX TO SQL-VAR-0022
               MOVE WS-REF-CUO-IDX TO WS-AMO-NRO-REL
               CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                    WS-AMO-CAPITAL WS-AMO-TASA
                                    WS-AMO-CUOTAS WS-AMO-NRO-REL
                                    WS-AMO-CUOTA WS-AMO-INTERES
                                    WS-AMO-AMORT WS-AMO-SALDO
               MOVE WS-AMO-CUOTA TO SQL-VAR-0020
               MOVE WS-REF-CUO-IDX TO SQL-VAR-0019
               CALL 'OCSQLEXE' USING SQL-STMT-23
                                   SQLCA
           DISPLAY "1 - Registrar poliza"
           DISPLAY "2 - Listar polizas de una hipoteca"
           DISPLAY "3 - Reporte de polizas por vencer"
           DISPLAY "4 - Remesa mensual a aseguradoras"
           DISPLAY "5 - Listar siniestros"
           DISPLAY "6 - Cobro o rechazo de indemnizacion"
           DISPLAY "7 - Volver"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-SEG-OPCION
           EVALUATE WS-SEG-OPCION
                   PERFORM 0283-POLIZAS-POR-VENCER
                   PERFORM 0280-MENU-SEGUROS
               WHEN 4
                   PERFORM 0283A-REMESA-ASEGURADORAS
                   PERFORM 0280-MENU-SEGUROS
               WHEN 5
                   PERFORM 0283B-LISTA-SINIESTROS
                   PERFORM 0280-MENU-SEGUROS
               WHEN 6
                   PERFORM 0283C-COBRA-INDEMNIZACION
                   PERFORM 0280-MENU-SEGUROS
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
           CLOSE SEGVTO-FILE.
       0283-SEG-END.

       0283A-REMESA-ASEGURADORAS.
      *>   Remesa mensual a las aseguradoras (SUPERVISOR) sobre las
      *>   primas de un mes ya cerrado de SEGUROS_COBROS.DAT: cada
      *>   cobro se atribuye a la poliza que regia en la fecha del
      *>   cobro y se agrupa por aseguradora. El banco retiene la
      *>   comision del parametro SEG-COMISION (porcentaje sobre las
      *>   primas) y paga el neto. Deja el bordereaux de salida
      *>   (SEG_BORDEREAUX.DAT, archivado en REPOSIT1) y una linea
      *>   por aseguradora en SEGUROS_REMESAS.DAT, que la interfaz
      *>   contable asienta el dia de la remesa. RUNCTL1 impide
      *>   remesar dos veces el mismo periodo.
           PERFORM 0297-VERIFICA-ROL
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La remesa a aseguradoras requiere rol "
                       "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-FECHA-REF FROM DATE
           MOVE SPACES TO WS-REM-HOY
           STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
               INTO WS-REM-HOY
           DISPLAY "Periodo a remesar (AAAAMM): "
           ACCEPT WS-REM-PERIODO
           IF WS-REM-PERIODO NOT NUMERIC
              OR WS-REM-PERIODO >= WS-REM-HOY(1:6)
              OR WS-REM-PERIODO(5:2) < '01'
              OR WS-REM-PERIODO(5:2) > '12'
               DISPLAY "Periodo invalido: debe ser un mes ya "
                       "cerrado."
               EXIT PARAGRAPH
           END-IF
           MOVE 'SEG-COMISION' TO WS-PM-CLAVE
           MOVE SPACES TO WS-PM-FECHA
           STRING WS-REM-PERIODO "31" DELIMITED BY SIZE
               INTO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC NOT = 'S' OR WS-PM-VALOR > 100
               DISPLAY "Falta o es invalido el parametro "
                       "SEG-COMISION (porcentaje sobre primas); "
                       "remesa cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PM-VALOR TO WS-REM-TASA
           PERFORM 0283G-CARGA-POLIZAS
           IF WS-POL-DESBORDE = 'S'
               DISPLAY "SEGUROS_HIP.DAT supera la tabla de trabajo; "
                       "remesa cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'REMESA-SEGUROS' TO WS-RC-PROCESO
           MOVE WS-REM-PERIODO TO WS-RC-PERIODO
           MOVE 'C' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           IF WS-RC-PERMITIDO NOT = 'S'
               DISPLAY "La remesa del periodo esta en curso; espere "
                       "a que termine."
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-YA = 'S'
               DISPLAY "La remesa del periodo ya fue emitida."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-RC-FUNCION
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA

           MOVE 0 TO WS-ASG-COUNT WS-REM-COBROS WS-REM-SIN-POLIZA
           MOVE 'N' TO WS-ASG-DESBORDE
           OPEN INPUT SEGCOB-FILE
           IF WS-SEGCOB-FSTATUS = '00'
               PERFORM UNTIL WS-SEGCOB-FSTATUS NOT = '00'
                   READ SEGCOB-FILE
                       AT END MOVE '10' TO WS-SEGCOB-FSTATUS
                       NOT AT END
                           IF SEGCOB-RECORD(1:6) = WS-REM-PERIODO
                               PERFORM 0283D-POLIZA-DEL-COBRO
                               IF WS-POL-SEL = 0
                                   ADD 1 TO WS-REM-SIN-POLIZA
                               ELSE
                                   PERFORM 0283E-ACUMULA-ASEGURADORA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCOB-FILE
           END-IF
           IF WS-ASG-DESBORDE = 'S'
               DISPLAY "Mas de 30 aseguradoras en el periodo; "
                       "remesa cancelada."
               MOVE 'E' TO WS-RC-FUNCION
               MOVE 'DESBORDE ASEG' TO WS-RC-CONTADORES
               CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                    WS-RC-PERIODO LK-OPERADOR
                                    WS-RC-CONTADORES WS-RC-PERMITIDO
                                    WS-RC-YA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BORDER-FILE
           OPEN EXTEND SEGREM-FILE
           IF WS-SEGREM-FSTATUS NOT = '00'
               OPEN OUTPUT SEGREM-FILE
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY "   REMESA A ASEGURADORAS " WS-REM-PERIODO
           DISPLAY "------------------------------------"
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               COMPUTE WS-ASG-COMISION(WS-ASG-IDX) ROUNDED =
                   WS-ASG-PRIMAS(WS-ASG-IDX) * WS-REM-TASA / 100
               COMPUTE WS-ASG-NETO(WS-ASG-IDX) =
                   WS-ASG-PRIMAS(WS-ASG-IDX)
                   - WS-ASG-COMISION(WS-ASG-IDX)
               PERFORM 0283F-BORDEREAUX-ASEGURADORA
               MOVE WS-REM-PERIODO TO REM-PERIODO
               MOVE WS-ASG-NOMBRE(WS-ASG-IDX) TO REM-ASEGURADORA
               MOVE WS-REM-HOY TO REM-FECHA
               MOVE WS-ASG-POLIZAS(WS-ASG-IDX) TO REM-POLIZAS
               MOVE WS-ASG-PRIMAS(WS-ASG-IDX) TO REM-PRIMAS
               MOVE WS-ASG-COMISION(WS-ASG-IDX) TO REM-COMISION
               MOVE WS-ASG-NETO(WS-ASG-IDX) TO REM-NETO
               MOVE LK-OPERADOR TO REM-OPERADOR
               WRITE SEGREM-RECORD
               MOVE WS-ASG-PRIMAS(WS-ASG-IDX) TO WS-REM-ED1
               MOVE WS-ASG-COMISION(WS-ASG-IDX) TO WS-REM-ED2
               MOVE WS-ASG-NETO(WS-ASG-IDX) TO WS-REM-ED3
               DISPLAY WS-ASG-NOMBRE(WS-ASG-IDX)
                       " POLIZAS " WS-ASG-POLIZAS(WS-ASG-IDX)
               DISPLAY "  PRIMAS " WS-REM-ED1
                       " COMISION " WS-REM-ED2
                       " NETO A PAGAR " WS-REM-ED3
           END-PERFORM
           CLOSE SEGREM-FILE
           CLOSE BORDER-FILE
           IF WS-REM-SIN-POLIZA > 0
               DISPLAY "Cobros sin poliza vigente en la fecha "
                       "(no remesados): " WS-REM-SIN-POLIZA
           END-IF
           IF WS-ASG-COUNT = 0
               DISPLAY "No hay primas cobradas en el periodo."
           ELSE
               MOVE 'G' TO WS-REP-FUNCION
               MOVE 'BORDEREAUX' TO WS-REP-TIPO
               MOVE 'SEG_BORDEREAUX.DAT' TO WS-REP-ARCHIVO
               MOVE SPACES TO WS-REP-PARAMS
               STRING 'PERIODO ' WS-REM-PERIODO
                   DELIMITED BY SIZE INTO WS-REP-PARAMS
               MOVE 0 TO WS-REP-NRO
               CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                     WS-REP-ARCHIVO WS-REP-PARAMS
                                     LK-OPERADOR WS-REP-NRO
               DISPLAY "Bordereaux en SEG_BORDEREAUX.DAT; el neto "
                       "y la comision se contabilizan con la "
                       "interfaz contable del dia."
           END-IF
           MOVE SPACES TO WS-RC-CONTADORES
           STRING "ASEG=" WS-ASG-COUNT " COB=" WS-REM-COBROS
               DELIMITED BY SIZE INTO WS-RC-CONTADORES
           PERFORM 0286-RUNCTL-FIN.
       0283A-SEG-END.

       0283B-LISTA-SINIESTROS.
      *>   Siniestros de vida denunciados al registrar el fallecimiento
      *>   del titular (MODCLI001). Estado A abierto, P indemnizacion
      *>   cobrada, R rechazado por la aseguradora.
           PERFORM 0283H-CARGA-SINIESTROS
           DISPLAY "NRO    E HIPOTE DOCUMENTO     POLIZA          "
                   "ASEGURADORA          FALLECIO"
           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-SIN-COUNT
               DISPLAY WS-SIN-NRO(WS-SIN-IDX) " "
                       WS-SIN-ESTADO(WS-SIN-IDX) " "
                       WS-SIN-HIP(WS-SIN-IDX) " "
                       WS-SIN-DOC(WS-SIN-IDX) " "
                       WS-SIN-POLIZA(WS-SIN-IDX) " "
                       WS-SIN-ASEG(WS-SIN-IDX) " "
                       WS-SIN-FALLEC(WS-SIN-IDX)
               IF WS-SIN-ESTADO(WS-SIN-IDX) = 'P'
                   MOVE WS-SIN-INDEMNIZ(WS-SIN-IDX) TO WS-REM-ED1
                   MOVE WS-SIN-APLICADO(WS-SIN-IDX) TO WS-REM-ED2
                   MOVE WS-SIN-EXCEDENTE(WS-SIN-IDX) TO WS-REM-ED3
                   DISPLAY "       INDEMNIZACION " WS-REM-ED1
                           " APLICADO " WS-REM-ED2
                           " EXCEDENTE " WS-REM-ED3
               END-IF
           END-PERFORM.
       0283B-SEG-END.

       0283C-COBRA-INDEMNIZACION.
      *>   Resultado de un siniestro abierto (SUPERVISOR). Si la
      *>   aseguradora paga, la indemnizacion cancela la hipoteca por
      *>   el circuito normal de cancelacion total (0253) sobre el
      *>   monto a cancelar hoy, calculado como en la cotizacion; el
      *>   excedente se acredita en la cuenta del fallecido (que
      *>   admite creditos) y llega a los herederos con la liberacion
      *>   sucesoria de MODCLI001. Una indemnizacion menor a la deuda
      *>   no se aplica: la diferencia se reclama a la aseguradora o
      *>   se gestiona con la sucesion.
           PERFORM 0297-VERIFICA-ROL
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El cobro de indemnizaciones requiere rol "
                       "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0283H-CARGA-SINIESTROS
           IF WS-SIN-DESBORDE = 'S'
               DISPLAY "SEGUROS_SINIESTROS.DAT supera la tabla de "
                       "trabajo; operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-FECHA-REF FROM DATE
           MOVE SPACES TO WS-SIN-HOY
           STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
               INTO WS-SIN-HOY
           DISPLAY "Numero de siniestro: "
           ACCEPT WS-SIN-NRO-ING
           MOVE 0 TO WS-SIN-SEL
           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-SIN-COUNT
               IF WS-SIN-NRO(WS-SIN-IDX) = WS-SIN-NRO-ING
                  AND WS-SIN-ESTADO(WS-SIN-IDX) = 'A'
                   MOVE WS-SIN-IDX TO WS-SIN-SEL
                   MOVE WS-SIN-COUNT TO WS-SIN-IDX
               END-IF
           END-PERFORM
           IF WS-SIN-SEL = 0
               DISPLAY "No hay un siniestro abierto con ese numero."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIN-SUMA(WS-SIN-SEL) TO WS-SIN-ED
           DISPLAY "Hipoteca " WS-SIN-HIP(WS-SIN-SEL)
                   " documento " WS-SIN-DOC(WS-SIN-SEL)
           DISPLAY "Poliza " WS-SIN-POLIZA(WS-SIN-SEL)
                   " de " WS-SIN-ASEG(WS-SIN-SEL)
                   " suma asegurada " WS-SIN-ED
           DISPLAY "Resultado (P=indemnizacion cobrada, "
                   "R=rechazado por la aseguradora): "
           ACCEPT WS-SIN-RESULTADO
           MOVE FUNCTION UPPER-CASE(WS-SIN-RESULTADO)
               TO WS-SIN-RESULTADO
           IF WS-SIN-RESULTADO = 'R'
               MOVE 'R' TO WS-SIN-ESTADO(WS-SIN-SEL)
               MOVE WS-SIN-HOY TO WS-SIN-FECHA-PAGO(WS-SIN-SEL)
               MOVE LK-OPERADOR TO WS-SIN-OPERADOR(WS-SIN-SEL)
               PERFORM 0283I-GRABA-SINIESTROS
               MOVE 'SINIESTROS' TO WT-AUDIT-TABLA
               MOVE WS-SIN-NRO-ING TO WT-AUDIT-ID-REG
               MOVE 'ESTADO' TO WT-AUDIT-CAMPO
               MOVE 'ABIERTO' TO WT-AUDIT-VALOR-ANT
               MOVE 'RECHAZADO' TO WT-AUDIT-VALOR-NUE
               PERFORM 0295-REGISTRA-AUDITORIA
               DISPLAY "Siniestro rechazado: la hipoteca sigue su "
                       "curso con la sucesion."
               EXIT PARAGRAPH
           END-IF
           IF WS-SIN-RESULTADO NOT = 'P'
               DISPLAY "Resultado invalido."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SIN-DOC(WS-SIN-SEL) TO WS-DOCUMENT
           PERFORM 0232-SEARCH-CLIENT
           IF SQLCODE NOT = 0
               DISPLAY "Cliente del siniestro no encontrado."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DB-ID-HIPOTECA
           MOVE WS-SIN-HIP(WS-SIN-SEL) TO MAX-N-HIP
           PERFORM 0242-CONSULTAR-HIPOTECA
           IF SQLCODE NOT = 0
              OR DB-ID-HIPOTECA NOT = WS-SIN-HIP(WS-SIN-SEL)
              OR DB-ID-CLIENTE NOT = ID-CLIENTE
               DISPLAY "Hipoteca del siniestro no encontrada."
               EXIT PARAGRAPH
           END-IF
           IF DB-ESTADO = 'Pagada'
               MOVE 0 TO WS-SIN-DEUDA
               DISPLAY "La hipoteca ya esta cancelada: toda la "
                       "indemnizacion es excedente."
           ELSE
               PERFORM 0283J-DEUDA-CANCELACION
           END-IF
           MOVE WS-SIN-DEUDA TO WS-SIN-ED
           DISPLAY "Monto para cancelar hoy (con punitorios): "
                   WS-SIN-ED
           DISPLAY "Indemnizacion recibida de la aseguradora: "
           ACCEPT WS-SIN-INDEMNIZ-ING
           IF WS-SIN-INDEMNIZ-ING = 0
               DISPLAY "Indemnizacion invalida."
               EXIT PARAGRAPH
           END-IF
           IF WS-SIN-INDEMNIZ-ING < WS-SIN-DEUDA
               DISPLAY "La indemnizacion no cubre la deuda: no se "
                       "aplica. Reclame la diferencia a la "
                       "aseguradora o gestione el saldo con la "
                       "sucesion."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SIN-EXCEDENTE-CALC =
               WS-SIN-INDEMNIZ-ING - WS-SIN-DEUDA
           MOVE WS-SIN-EXCEDENTE-CALC TO WS-SIN-ED
           DISPLAY "Excedente para la sucesion: " WS-SIN-ED
           DISPLAY "Confirma la aplicacion? (S/N): "
           ACCEPT WS-SIN-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-SIN-CONFIRMA)
               TO WS-SIN-CONFIRMA
           IF WS-SIN-CONFIRMA NOT = 'S'
               DISPLAY "Operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           IF DB-ESTADO NOT = 'Pagada'
               PERFORM 0253-CANCELAR-PRESTAMO
               PERFORM 0291-COMMIT
               IF SQLCODE < 0
                   DISPLAY "No se pudo cancelar la hipoteca; el "
                           "siniestro sigue abierto."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SIN-EXCEDENTE-CALC > 0
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-SIN-DOC(WS-SIN-SEL) TO WS-MV-DOC
               MOVE WS-SIN-EXCEDENTE-CALC TO WS-MV-MONTO
               MOVE 'SEGURO' TO WS-MV-CANAL
               MOVE SPACES TO WS-MV-REF
               STRING "SINIESTRO " WS-SIN-NRO-ING
                   DELIMITED BY SIZE INTO WS-MV-REF
               MOVE 0 TO WS-MV-NEWID
               CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC
                                     WS-MV-MONTO WS-MV-CANAL
                                     WS-MV-REF LK-OPERADOR
                                     WS-MV-NEWID WS-MV-SALDO
                                     WS-MV-EXISTE
               IF WS-MV-NEWID = 0
                   DISPLAY "AVISO: no se pudo acreditar el "
                           "excedente en la cuenta del fallecido; "
                           "acreditelo antes de la liberacion "
                           "sucesoria."
               END-IF
           END-IF
           MOVE 'P' TO WS-SIN-ESTADO(WS-SIN-SEL)
           MOVE WS-SIN-INDEMNIZ-ING TO WS-SIN-INDEMNIZ(WS-SIN-SEL)
           MOVE WS-SIN-DEUDA TO WS-SIN-APLICADO(WS-SIN-SEL)
           MOVE WS-SIN-EXCEDENTE-CALC
               TO WS-SIN-EXCEDENTE(WS-SIN-SEL)
           MOVE WS-SIN-HOY TO WS-SIN-FECHA-PAGO(WS-SIN-SEL)
           MOVE LK-OPERADOR TO WS-SIN-OPERADOR(WS-SIN-SEL)
           PERFORM 0283I-GRABA-SINIESTROS
           MOVE 'SINIESTROS' TO WT-AUDIT-TABLA
           MOVE WS-SIN-NRO-ING TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE 'ABIERTO' TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           MOVE WS-SIN-INDEMNIZ-ING TO WS-REM-ED1
           STRING "PAGADO " WS-REM-ED1
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 0295-REGISTRA-AUDITORIA
           DISPLAY "Indemnizacion aplicada."
           IF WS-SIN-EXCEDENTE-CALC > 0
               DISPLAY "El excedente queda en la cuenta del "
                       "fallecido: liberelo a los herederos desde "
                       "Fallecimiento y sucesion (clientes)."
           END-IF.
       0283C-SEG-END.

       0283D-POLIZA-DEL-COBRO.
      *>   SEGUROS_COBROS.DAT: AAAAMMDD;hip;prima (ver 0277). Deja en
      *>   WS-POL-SEL la poliza de la hipoteca vigente en la fecha
      *>   del cobro, o cero si no hay.
           MOVE SEGCOB-RECORD(1:8) TO WS-REM-COB-FECHA
           MOVE SEGCOB-RECORD(10:3) TO WS-REM-COB-HIP
           COMPUTE WS-REM-COB-PRIMA =
               FUNCTION NUMVAL(SEGCOB-RECORD(14:10))
           MOVE 0 TO WS-POL-SEL
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
               IF WS-POL-HIP(WS-POL-IDX) = WS-REM-COB-HIP
                  AND WS-POL-DESDE(WS-POL-IDX) <= WS-REM-COB-FECHA
                  AND WS-POL-HASTA(WS-POL-IDX) >= WS-REM-COB-FECHA
                   MOVE WS-POL-IDX TO WS-POL-SEL
                   MOVE WS-POL-COUNT TO WS-POL-IDX
               END-IF
           END-PERFORM.
       0283D-SEG-END.

       0283E-ACUMULA-ASEGURADORA.
           MOVE 0 TO WS-ASG-SEL
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-NOMBRE(WS-ASG-IDX) = WS-POL-ASEG(WS-POL-SEL)
                   MOVE WS-ASG-IDX TO WS-ASG-SEL
                   MOVE WS-ASG-COUNT TO WS-ASG-IDX
               END-IF
           END-PERFORM
           IF WS-ASG-SEL = 0
               IF WS-ASG-COUNT >= 30
                   MOVE 'S' TO WS-ASG-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ASG-COUNT
               MOVE WS-ASG-COUNT TO WS-ASG-SEL
               MOVE WS-POL-ASEG(WS-POL-SEL) TO WS-ASG-NOMBRE(WS-ASG-SEL)
               MOVE 0 TO WS-ASG-POLIZAS(WS-ASG-SEL)
                         WS-ASG-PRIMAS(WS-ASG-SEL)
                         WS-ASG-COMISION(WS-ASG-SEL)
                         WS-ASG-NETO(WS-ASG-SEL)
           END-IF
           ADD 1 TO WS-ASG-POLIZAS(WS-ASG-SEL) WS-REM-COBROS
           ADD WS-REM-COB-PRIMA TO WS-ASG-PRIMAS(WS-ASG-SEL).
       0283E-SEG-END.

       0283F-BORDEREAUX-ASEGURADORA.
      *>   Bloque de la aseguradora WS-ASG-IDX en el bordereaux:
      *>   H cabecera, D una linea por poliza cobrada en el periodo,
      *>   T totales con la comision retenida y el neto remesado.
           MOVE SPACES TO BORDER-RECORD
           STRING "H;" WS-REM-PERIODO ";" WS-ASG-NOMBRE(WS-ASG-IDX)
                  ";" WS-REM-HOY
               DELIMITED BY SIZE INTO BORDER-RECORD
           WRITE BORDER-RECORD
           OPEN INPUT SEGCOB-FILE
           IF WS-SEGCOB-FSTATUS = '00'
               PERFORM UNTIL WS-SEGCOB-FSTATUS NOT = '00'
                   READ SEGCOB-FILE
                       AT END MOVE '10' TO WS-SEGCOB-FSTATUS
                       NOT AT END
                           IF SEGCOB-RECORD(1:6) = WS-REM-PERIODO
                               PERFORM 0283D-POLIZA-DEL-COBRO
                               IF WS-POL-SEL > 0
                                  AND WS-POL-ASEG(WS-POL-SEL)
                                      = WS-ASG-NOMBRE(WS-ASG-IDX)
                                   MOVE WS-REM-COB-PRIMA TO WS-REM-ED1
                                   MOVE SPACES TO BORDER-RECORD
                                   STRING "D;" WS-POL-POLIZA(WS-POL-SEL)
                                          ";" WS-POL-HIP(WS-POL-SEL)
                                          ";" WS-REM-COB-FECHA
                                          ";" WS-REM-ED1
                                       DELIMITED BY SIZE
                                       INTO BORDER-RECORD
                                   WRITE BORDER-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCOB-FILE
           END-IF
           MOVE WS-ASG-PRIMAS(WS-ASG-IDX) TO WS-REM-ED1
           MOVE WS-ASG-COMISION(WS-ASG-IDX) TO WS-REM-ED2
           MOVE WS-ASG-NETO(WS-ASG-IDX) TO WS-REM-ED3
           MOVE SPACES TO BORDER-RECORD
           STRING "T;" WS-ASG-POLIZAS(WS-ASG-IDX) ";" WS-REM-ED1
                  ";" WS-REM-ED2 ";" WS-REM-ED3
               DELIMITED BY SIZE INTO BORDER-RECORD
           WRITE BORDER-RECORD.
       0283F-SEG-END.

       0283G-CARGA-POLIZAS.
      *>   Todas las polizas, con cualquier estado: una poliza dada de
      *>   baja despues sigue siendo la que cobro la prima del mes.
           MOVE 0 TO WS-POL-COUNT
           MOVE 'N' TO WS-POL-DESBORDE
           OPEN INPUT SEGUROS-FILE
           IF WS-SEGUROS-FSTATUS = '00'
               PERFORM UNTIL WS-SEGUROS-FSTATUS NOT = '00'
                   READ SEGUROS-FILE
                       AT END MOVE '10' TO WS-SEGUROS-FSTATUS
                       NOT AT END
                           IF WS-POL-COUNT >= 500
                               MOVE 'S' TO WS-POL-DESBORDE
                               MOVE '10' TO WS-SEGUROS-FSTATUS
                           ELSE
                               ADD 1 TO WS-POL-COUNT
                               MOVE SEG-ID-HIPOTECA
                                   TO WS-POL-HIP(WS-POL-COUNT)
                               MOVE SEG-ASEGURADORA
                                   TO WS-POL-ASEG(WS-POL-COUNT)
                               MOVE SEG-POLIZA
                                   TO WS-POL-POLIZA(WS-POL-COUNT)
                               MOVE SEG-DESDE
                                   TO WS-POL-DESDE(WS-POL-COUNT)
                               MOVE SEG-HASTA
                                   TO WS-POL-HASTA(WS-POL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUROS-FILE
           END-IF.
       0283G-SEG-END.

       0283H-CARGA-SINIESTROS.
           MOVE 0 TO WS-SIN-COUNT
           MOVE 'N' TO WS-SIN-DESBORDE
           OPEN INPUT SINIES-FILE
           IF WS-SINIES-FSTATUS = '00'
               PERFORM UNTIL WS-SINIES-FSTATUS NOT = '00'
                   READ SINIES-FILE
                       AT END MOVE '10' TO WS-SINIES-FSTATUS
                       NOT AT END
                           IF WS-SIN-COUNT >= 200
                               MOVE 'S' TO WS-SIN-DESBORDE
                               MOVE '10' TO WS-SINIES-FSTATUS
                           ELSE
                               ADD 1 TO WS-SIN-COUNT
                               MOVE SINIES-RECORD
                                   TO WS-SIN(WS-SIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINIES-FILE
           END-IF.
       0283H-SEG-END.

       0283I-GRABA-SINIESTROS.
      *>   Nunca reescribe a partir de una carga truncada.
           IF WS-SIN-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SINIES-FILE
           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-SIN-COUNT
               MOVE WS-SIN(WS-SIN-IDX) TO SINIES-RECORD
               WRITE SINIES-RECORD
           END-PERFORM
           CLOSE SINIES-FILE.
       0283I-SEG-END.

       0283J-DEUDA-CANCELACION.
      *>   Monto para cancelar hoy, igual que la cotizacion (0245)
      *>   pero sin pantalla: capital segun el sistema o saldo
      *>   actual, en pesos si es UVA, mas punitorios a hoy.
           MOVE DB-ID-HIPOTECA TO WS-AMO-ID
           PERFORM 0256-LEE-CONDICIONES
           IF WS-AMO-HAY = 'S'
               PERFORM 0256A-CARGA-PENDIENTES
               PERFORM 0256B-CAPITAL-VIGENTE
               PERFORM 0256E-INTERES-VENCIDO
               COMPUTE WS-SIN-DEUDA = WS-AMO-VIGENTE
                   + WS-AMO-INT-VENCIDO + WS-AMO-PARCIAL
           ELSE
               MOVE DB-SALDO-ACTUAL TO WS-SIN-DEUDA
           END-IF
           IF WS-UVA-ES = 'S'
               COMPUTE WS-SIN-DEUDA ROUNDED =
                   WS-SIN-DEUDA * WS-UVA-VALOR
           END-IF
           MOVE 'N' TO WS-PUN-REGISTRA
           PERFORM 0270-PUNITORIOS-PENDIENTES
           ADD WS-PUN-TOTAL TO WS-SIN-DEUDA.
       0283J-SEG-END.

       0284-ASIENTA-DEVENGO-PAGO.
      *>   Aplica en el libro de devengamiento (DEVENG_HIP.DAT) el
      *>   cobro de la cuota (tipo S), para que el neto del libro
      *>   quede como interes devengado y no cobrado (ver DEVENG001).
      *>   El libro va en pesos: en UVA se convierte al valor del dia.
           PERFORM 0292-VALOR-UVA
           ACCEPT WS-FECHA-REF FROM DATE
           OPEN EXTEND DEVENG-FILE
           IF WS-DEVENG-FSTATUS NOT = '00'
               INTO DEV-PERIODO
           MOVE DB-ID-HIPOTECA TO DEV-ID-HIPOTECA
           MOVE ID-CLIENTE TO DEV-ID-CLIENTE
           COMPUTE DEV-IMPORTE ROUNDED = WS-DEV-IMPORTE * WS-UVA-VALOR
           MOVE 'S' TO DEV-TIPO
           WRITE DEVENG-RECORD
           CLOSE DEVENG-FILE.
       0284-DEV-END.

       0289-PUNITORIO-CUOTA.
      *>   Punitorio de la cuota en DB-CUOTA-DET (FECHA viene de la
      *>   base como AAAA-MM-DD) pagada hoy.
           ACCEPT WS-FECHA-REF FROM DATE
           MOVE SPACES TO WS-PUN-PAGO WS-PUN-VTO
           STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
               INTO WS-PUN-PAGO
           STRING DB-FECHA-CUOTA(1:4) DB-FECHA-CUOTA(6:2)
                  DB-FECHA-CUOTA(9:2)
               DELIMITED BY SIZE INTO WS-PUN-VTO
           PERFORM 0287-ULTIMO-PUNITORIO
           PERFORM 0292-VALOR-UVA
           COMPUTE WS-PUN-BASE ROUNDED = DB-MONTO-CUOTA * WS-UVA-VALOR
           CALL 'PUNHIP1' USING WS-PUN-VTO WS-PUN-PAGO WS-PUN-BASE
                                WS-PUN-DIAS WS-PUN-IMPORTE.
       0289-PUN-END.

       0292-VALOR-UVA.
      *>   Valor de la unidad de DB-ID-HIPOTECA hoy (UVAHIP1). Si la
      *>   hipoteca no es UVA el valor es 1 y los montos quedan igual.
           ACCEPT WS-FECHA-REF FROM DATE
           MOVE SPACES TO WS-UVA-HOY
           STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
               INTO WS-UVA-HOY
           MOVE DB-ID-HIPOTECA TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID WS-UVA-HOY WS-UVA-ES
                                WS-UVA-VALOR WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA WS-UVA-MONTO-ALTA.
       0292-UVA-END.

       0293-GRABA-UVA.
      *>   Registra la hipoteca recien dada de alta como UVA, con el
      *>   valor de la unidad y los pesos desembolsados.
           OPEN EXTEND UVAHIP-FILE
           IF WS-UVAHIP-FSTATUS NOT = '00'
               OPEN OUTPUT UVAHIP-FILE
           END-IF
           MOVE MAX-N-HIP TO UVA-ID-HIPOTECA
           MOVE WS-UVA-HOY TO UVA-FECHA-ALTA
           MOVE WS-UVA-INDICE TO UVA-INDICE
           MOVE WS-UVA-VALOR TO UVA-VALOR-ALTA
           MOVE WS-MONTO TO UVA-MONTO-PESOS
           MOVE LK-OPERADOR TO UVA-OPERADOR
           WRITE UVAHIP-RECORD
           CLOSE UVAHIP-FILE
           DISPLAY "Hipoteca " MAX-N-HIP " registrada en UVA.".
       0293-UVA-END.

       0294-PROXIMA-CUOTA-UVA.
      *>   Primera cuota impaga de DB-ID-HIPOTECA, para mostrarla en
      *>   pesos en el resumen.
           MOVE 0 TO WS-UVA-N-CUOTA WS-UVA-CUOTA
           IF SQL-PREP OF SQL-STMT-30 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-30
                                   SQLCA
           END-IF
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
           CALL 'OCSQLOCU' USING SQL-STMT-30
                               SQLCA
           END-CALL
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0014
           MOVE '3' TO SQL-TYPE(1)
           MOVE 2 TO SQL-LEN(1)
           MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-AMO-FECHA-CUO
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 10 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-AMO-ESTADO
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 20 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             SQL-VAR-0015
           MOVE '3' TO SQL-TYPE(4)
           MOVE 8 TO SQL-LEN(4)
           MOVE X'02' TO SQL-PREC(4)
           MOVE 4 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-30
                               SQLCA
           IF SQLCODE = 0
               MOVE SQL-VAR-0014 TO WS-UVA-N-CUOTA
               MOVE SQL-VAR-0015 TO WS-UVA-CUOTA
           END-IF
           CALL 'OCSQLCCU' USING SQL-STMT-30
                               SQLCA.
       0294-UVA-END.

       0287-ULTIMO-PUNITORIO.
      *>   Si la cuota ya pago punitorio (pago parcial anterior) el
      *>   atraso se cuenta desde ese cobro y no desde el vencimiento,
      *>   para no cobrar dos veces los mismos dias.
           OPEN INPUT PUNIT-FILE
           IF WS-PUNIT-FSTATUS = '00'
               PERFORM UNTIL WS-PUNIT-FSTATUS NOT = '00'
                   READ PUNIT-FILE
                       AT END MOVE '10' TO WS-PUNIT-FSTATUS
                       NOT AT END
                           IF PUN-ID-HIPOTECA = DB-ID-HIPOTECA
                              AND PUN-N-CUOTA = DB-N-CUOTA-DET
                              AND PUN-FECHA > WS-PUN-VTO
                               MOVE PUN-FECHA TO WS-PUN-VTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNIT-FILE
           END-IF.
       0287-PUN-END.

       0290-REGISTRA-PUNITORIO.
      *>   El punitorio cobrado es un movimiento propio: queda en
      *>   PUNITORIOS_HIP.DAT y GLEXT001 lo lleva a su cuenta de
      *>   ingresos (tipo HIP-PUNIT), separado de la cuota.
           OPEN EXTEND PUNIT-FILE
           IF WS-PUNIT-FSTATUS NOT = '00'
               OPEN OUTPUT PUNIT-FILE
           END-IF
           MOVE WS-PUN-PAGO TO PUN-FECHA
           MOVE DB-ID-HIPOTECA TO PUN-ID-HIPOTECA
           MOVE ID-CLIENTE TO PUN-ID-CLIENTE
           MOVE DB-N-CUOTA-DET TO PUN-N-CUOTA
           MOVE WS-PUN-VTO TO PUN-VTO
           MOVE WS-PUN-DIAS TO PUN-DIAS
           MOVE WS-PUN-IMPORTE TO PUN-IMPORTE
           MOVE WS-PUN-CANAL TO PUN-CANAL
           MOVE LK-OPERADOR TO PUN-OPERADOR
           WRITE PUNIT-RECORD
           CLOSE PUNIT-FILE.
       0290-PUN-END.

       0231-CREAR-NUEVA-HIPOTECA.
           INITIALIZE WS-CALCULOS
           MOVE "Pendiente" TO DB-STATUS

           PERFORM 0233-ACTUALIZA-FECHA

           MOVE DB-FECHA TO DB-FECHA-INICIO

      * Cada cuota sale del sistema de amortizacion y de los meses
      * de gracia de la solicitud (CUOHIP1: frances o aleman, la
      * misma cuenta del simulador y de la auditoria).
           MOVE WS-SOL-SISTEMA TO WS-AMO-SISTEMA
           MOVE WS-SOL-GRACIA  TO WS-AMO-GRACIA
           MOVE DB-MONTO-ORIGINAL TO WS-AMO-CAPITAL
           MOVE WS-INTERES     TO WS-AMO-TASA
           MOVE WS-CUOTAS      TO WS-AMO-CUOTAS
           MOVE 1              TO WS-AMO-DESDE

           DISPLAY "Generando cuotas de la hipoteca..."

           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-CUOTAS

               MOVE WS-N TO DB-N-CUOTA
               MOVE WS-N TO WS-AMO-NRO-REL
               CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                    WS-AMO-CAPITAL WS-AMO-TASA
                                    WS-AMO-CUOTAS WS-AMO-NRO-REL
                                    WS-AMO-CUOTA WS-AMO-INTERES
                                    WS-AMO-AMORT WS-AMO-SALDO
               MOVE WS-AMO-CUOTA TO DB-PMT

      *        EXEC SQL
      *            INSERT INTO cuotas_hipoteca
      *              (ID_CLIENTE,
      *              ID_HIPOTECA,
      *              N_CUOTA,
      *              FECHA,
      *              ESTADO,
      *              MONTO_CUOTA)
      *            VALUES
      *              (:ID-CLIENTE,
      *              :MAX-N-HIP,
      *              :DB-N-CUOTA,

           END-PERFORM

           PERFORM 0291-COMMIT

      *    La base del cronograma queda con la hipoteca: la usan la
      *    cotizacion, la precancelacion, la refinanciacion, el
      *    reprecio y la auditoria de cuotas.
           MOVE MAX-N-HIP TO WS-AMO-ID
           MOVE 'ALTA' TO WS-AMO-MOTIVO
           PERFORM 0256D-GRABA-CONDICIONES.
       0231-END.

       0232-SEARCH-CLIENT.
           MOVE SQL-VAR-0003 TO HIPOTECA
           MOVE SQL-VAR-0004 TO ACTIVA

           PERFORM 0291-SQLSTATE-CHECK
      *    Una marca bloqueante sin autorizacion deja al cliente
      *    como no encontrado para que la operacion no siga.
           IF SQLCODE = 0
               CALL 'MARCAS1' USING WS-DOCUMENT WS-MRC-MODULO
                                    LK-OPERADOR WS-MRC-RESULTADO
               IF WS-MRC-RESULTADO = 'N'
                   MOVE 100 TO SQLCODE
               END-IF
           END-IF.
       0232-END.

       0233-ACTUALIZA-FECHA.
           MOVE SQL-VAR-0015 TO DB-MONTO-CUOTA

               IF SQLCODE = 0
                 IF WS-UVA-ES = 'S'
                   COMPUTE WS-UVA-PESOS ROUNDED =
                       DB-MONTO-CUOTA * WS-UVA-VALOR
                   MOVE WS-UVA-PESOS TO WS-UVA-ED
                   DISPLAY DB-N-CUOTA-DET "    "
                           DB-FECHA-CUOTA "    "
                           DB-ESTADO-CUOTA " "
                           DB-MONTO-CUOTA " UVA  $" WS-UVA-ED
                 ELSE
                   DISPLAY DB-N-CUOTA-DET "    "
                           DB-FECHA-CUOTA "    "
                           DB-ESTADO-CUOTA " "
                           DB-MONTO-CUOTA
                 END-IF
               END-IF
           END-PERFORM

           MOVE SQL-VAR-0013 TO DB-SALDO-ACTUAL

           PERFORM 0291-SQLSTATE-CHECK
           PERFORM 0292-VALOR-UVA

           MOVE DB-ID-HIPOTECA TO WS-GAR-ID-ING
           PERFORM 0276-MUESTRA-GARANTES.
           DISPLAY "SALDO ACTUAL      : " DB-SALDO-ACTUAL
           DISPLAY "FECHA VENCIMIENTO : " DB-FECHA-VENCIMIENTO
           DISPLAY "ESTADO            : " DB-ESTADO
           IF WS-UVA-ES = 'S'
               PERFORM 0294-PROXIMA-CUOTA-UVA
               DISPLAY "HIPOTECA UVA: MONTOS Y SALDO EN UNIDADES"
               MOVE WS-UVA-MONTO-ALTA TO WS-UVA-ED
               DISPLAY "DESEMBOLSO PESOS  : " WS-UVA-ED
               MOVE WS-UVA-VALOR TO WS-UVA-ED-VALOR
               DISPLAY "VALOR UVA HOY     : " WS-UVA-ED-VALOR
               COMPUTE WS-UVA-PESOS ROUNDED =
                   DB-SALDO-ACTUAL * WS-UVA-VALOR
               MOVE WS-UVA-PESOS TO WS-UVA-ED
               DISPLAY "SALDO EN PESOS    : " WS-UVA-ED
               IF WS-UVA-N-CUOTA > 0
                   COMPUTE WS-UVA-PESOS ROUNDED =
                       WS-UVA-CUOTA * WS-UVA-VALOR
                   MOVE WS-UVA-PESOS TO WS-UVA-ED
                   DISPLAY "PROXIMA CUOTA " WS-UVA-N-CUOTA " : $"
                           WS-UVA-ED
               END-IF
           END-IF
           DISPLAY "------------------------------------".
       0244-END.

           PERFORM 0243-HIPOTECA-RECIENTE
           PERFORM 0242-CONSULTAR-HIPOTECA
           PERFORM 0246-EXTRAE-CUOTAS-PENDIENTES
           MOVE 'N' TO WS-PUN-REGISTRA
           PERFORM 0270-PUNITORIOS-PENDIENTES

           DISPLAY "------------------------------------"
           DISPLAY "   COTIZACION DE CANCELACION        "
           DISPLAY "ESTADO                : " DB-ESTADO
           DISPLAY "CUOTAS PENDIENTES     : " WS-CUOTAS-PEND
           DISPLAY "SUMA CUOTAS PENDIENTES: " WS-TOTAL-PEND
      *>   Con base de amortizacion registrada se cancela el capital
      *>   que resta segun el sistema de la hipoteca, mas el interes
      *>   de las cuotas ya vencidas y lo que quede de las cuotas
      *>   pagadas en parte; sin base, el saldo actual.
           MOVE DB-ID-HIPOTECA TO WS-AMO-ID
           PERFORM 0256-LEE-CONDICIONES
           IF WS-AMO-HAY = 'S'
               PERFORM 0256A-CARGA-PENDIENTES
               PERFORM 0256B-CAPITAL-VIGENTE
               PERFORM 0256E-INTERES-VENCIDO
               IF WS-AMO-SISTEMA = 'A'
                   DISPLAY "SISTEMA DE AMORTIZACION: ALEMAN"
               ELSE
                   DISPLAY "SISTEMA DE AMORTIZACION: FRANCES"
               END-IF
               DISPLAY "SALDO ACTUAL          : " DB-SALDO-ACTUAL
               MOVE WS-AMO-VIGENTE TO WS-AMO-ED
               DISPLAY "CAPITAL PENDIENTE S/SISTEMA           : "
                       WS-AMO-ED
               MOVE WS-AMO-INT-VENCIDO TO WS-AMO-ED
               DISPLAY "INTERES DE CUOTAS VENCIDAS            : "
                       WS-AMO-ED
               MOVE WS-AMO-PARCIAL TO WS-AMO-ED
               DISPLAY "RESTO DE CUOTAS PAGADAS EN PARTE      : "
                       WS-AMO-ED
               COMPUTE WS-SEG-TOTAL-COBRO = WS-AMO-VIGENTE
                   + WS-AMO-INT-VENCIDO + WS-AMO-PARCIAL
               MOVE WS-SEG-TOTAL-COBRO TO WS-AMO-ED
               DISPLAY "MONTO PARA CANCELAR HOY (CAPITAL)     : "
                       WS-AMO-ED
           ELSE
               DISPLAY "MONTO PARA CANCELAR HOY (SALDO ACTUAL): "
                       DB-SALDO-ACTUAL
               MOVE DB-SALDO-ACTUAL TO WS-SEG-TOTAL-COBRO
           END-IF
           IF WS-UVA-ES = 'S'
               MOVE WS-UVA-VALOR TO WS-UVA-ED-VALOR
               DISPLAY "HIPOTECA UVA, VALOR UVA HOY           : "
                       WS-UVA-ED-VALOR
               COMPUTE WS-SEG-TOTAL-COBRO ROUNDED =
                   WS-SEG-TOTAL-COBRO * WS-UVA-VALOR
               MOVE WS-SEG-TOTAL-COBRO TO WS-AMO-ED
               DISPLAY "MONTO PARA CANCELAR HOY EN PESOS      : "
                       WS-AMO-ED
           END-IF
           MOVE WS-PUN-TOTAL TO WS-PUN-ED
           DISPLAY "PUNITORIOS POR CUOTAS VENCIDAS A HOY  : "
                   WS-PUN-ED
           ADD WS-PUN-TOTAL TO WS-SEG-TOTAL-COBRO
           MOVE WS-SEG-TOTAL-COBRO TO WS-SEG-TOTAL-ED
           DISPLAY "TOTAL A CANCELAR HOY (SALDO + PUNIT.) : "
                   WS-SEG-TOTAL-ED
           DISPLAY "Esta cotizacion es informativa y no modifica"
           DISPLAY "el saldo de la hipoteca."
           DISPLAY "------------------------------------".
      *        FROM banco.cuotas_hipoteca
      *       WHERE ID_HIPOTECA = :DB-ID-HIPOTECA
      *         AND ID_CLIENTE = :ID-CLIENTE
      *         AND ESTADO IN ('Pendiente','Parcial')
      *    END-EXEC.
           IF SQL-PREP OF SQL-STMT-17 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
           PERFORM 0291-SQLSTATE-CHECK.
       0246-END.

       0270-PUNITORIOS-PENDIENTES.
      *>   Punitorios a hoy de las cuotas pendientes ya vencidas de la
      *>   hipoteca (PUNHIP1). Con WS-PUN-REGISTRA = 'S' ademas se
      *>   asientan en PUNITORIOS_HIP.DAT, como al cobrarlas.
           MOVE 0 TO WS-PUN-TOTAL
           IF SQL-PREP OF SQL-STMT-9 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-9
                                   SQLCA
           END-IF
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
           MOVE ID-CLIENTE TO SQL-VAR-0002
           CALL 'OCSQLOCU' USING SQL-STMT-9
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE NOT = 0
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0014
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0015
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 DB-FECHA-CUOTA
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 10 TO SQL-LEN(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-9
                                   SQLCA
               IF SQLCODE = 0
                   MOVE SQL-VAR-0014 TO DB-N-CUOTA-DET
                   MOVE SQL-VAR-0015 TO DB-MONTO-CUOTA
                   PERFORM 0289-PUNITORIO-CUOTA
                   IF WS-PUN-IMPORTE > 0
                       ADD WS-PUN-IMPORTE TO WS-PUN-TOTAL
                       IF WS-PUN-REGISTRA = 'S'
                           PERFORM 0290-REGISTRA-PUNITORIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-9
                               SQLCA.
       0270-PUN-END.

       0247-CONSULTAR-HIP-POR-ID.
           DISPLAY "***************************************************"
           DISPLAY "Consulta de hipoteca por ID"


           PERFORM UNTIL WS-OPTION = 1 OR WS-OPTION = 2
               OR WS-OPTION = 3 OR WS-OPTION = 4

               DISPLAY ".................................."
               DISPLAY WS-PG-OPTION1
               DISPLAY WS-PG-OPTION2
               DISPLAY WS-PG-OPTION3
               DISPLAY WS-PG-OPTION4
               DISPLAY ".................................."
               DISPLAY "Que desea Realizar?"
               ACCEPT WS-OPTION
                   EXIT PARAGRAPH

               WHEN 3
                   DISPLAY "Pago parcial de cuota"
                   PERFORM 0255-PAGO-PARCIAL
                   EXIT PARAGRAPH

               WHEN 4
                   DISPLAY "Volviendo..."
                   EXIT PARAGRAPH



       0251-PAGAR-CUOTAS.
           INITIALIZE WS-COUNT WS-SUM-PAGO WS-PUN-TOTAL
                      WS-UVA-SUM-PESOS
           MOVE 'VENTANILLA' TO WS-PUN-CANAL

           DISPLAY "------------------------------------"
           DISPLAY "Cuantas cuotas quiere pagar?"
      *     FROM banco.cuotas_hipoteca
      *      WHERE ID_HIPOTECA = :DB-ID-HIPOTECA
      *       AND ID_CLIENTE  = :ID-CLIENTE
      *       AND ESTADO IN ('Pendiente','Parcial')
      *       ORDER BY N_CUOTA
      *      END-EXEC


           PERFORM UNTIL WS-COUNT >= WS-CT-PAY OR SQLCODE = 100
      *       EXEC SQL
      *         FETCH C_CUOTAS_PAY INTO :DB-N-CUOTA-DET,
      *                                 :DB-MONTO-CUOTA,
      *                                 :DB-FECHA-CUOTA
      *       END-EXEC
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0014
           MOVE '3' TO SQL-TYPE(2)
           MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             DB-FECHA-CUOTA
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 10 TO SQL-LEN(3)
           MOVE 3 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-9
                               SQLCA
            IF SQLCODE = 0
               ADD 1 TO WS-COUNT
               ADD DB-MONTO-CUOTA TO WS-SUM-PAGO
               PERFORM 0289-PUNITORIO-CUOTA
               COMPUTE WS-UVA-PESOS ROUNDED =
                   DB-MONTO-CUOTA * WS-UVA-VALOR
               ADD WS-UVA-PESOS TO WS-UVA-SUM-PESOS
               IF WS-PUN-IMPORTE > 0
                   MOVE WS-PUN-IMPORTE TO WS-PUN-ED
                   DISPLAY "  Cuota " DB-N-CUOTA-DET " vencida el "
                           DB-FECHA-CUOTA ": " WS-PUN-DIAS
                           " dias habiles, punitorio " WS-PUN-ED
                   ADD WS-PUN-IMPORTE TO WS-PUN-TOTAL
                   PERFORM 0290-REGISTRA-PUNITORIO
               END-IF

                         *> Actualizar la cuota a "Pagada"
      *        EXEC SQL
           PERFORM 0291-COMMIT.

           DISPLAY "Pago realizado: " WS-COUNT " cuota(s) pagadas"
           IF WS-UVA-ES = 'S'
               DISPLAY "Por un total de " WS-SUM-PAGO " UVA"
               MOVE WS-UVA-SUM-PESOS TO WS-UVA-ED
               DISPLAY "En pesos al valor UVA de hoy: " WS-UVA-ED
           ELSE
               DISPLAY "Por un total de " WS-SUM-PAGO
           END-IF
           IF WS-PUN-TOTAL > 0
               MOVE WS-PUN-TOTAL TO WS-PUN-ED
               DISPLAY "Punitorios por mora: " WS-PUN-ED
           END-IF
           PERFORM 0277-COBRA-PRIMA-SEGURO
           COMPUTE WS-SEG-TOTAL-COBRO = WS-UVA-SUM-PESOS + WS-PUN-TOTAL
           IF WS-SEG-COBRADA = 'S'
               ADD WS-SEG-PRIMA TO WS-SEG-TOTAL-COBRO
           END-IF
           IF WS-SEG-COBRADA = 'S' OR WS-PUN-TOTAL > 0
               MOVE WS-SEG-TOTAL-COBRO TO WS-SEG-TOTAL-ED
               DISPLAY "Total a cobrar (cuotas + seguro + "
                       "punitorios): " WS-SEG-TOTAL-ED
           END-IF
           MOVE WS-SUM-PAGO TO WS-DEV-IMPORTE
           PERFORM 0284-ASIENTA-DEVENGO-PAGO
      *>   Con la ultima cuota el saldo llega a cero: las garantias
      *>   se levantan en el mismo dia, igual que en la cancelacion.
           PERFORM 0263-LEE-SALDO-HIP
           IF WS-PRE-SALDO-ANT NOT > 0
               PERFORM 0253A-CIERRA-GARANTIAS
           END-IF
           DISPLAY "------------------------------------".

       0252-END.

       0253-CANCELAR-PRESTAMO.
           MOVE 'VENTANILLA' TO WS-PUN-CANAL
           MOVE 'S' TO WS-PUN-REGISTRA
           PERFORM 0270-PUNITORIOS-PENDIENTES
           IF WS-PUN-TOTAL > 0
               MOVE WS-PUN-TOTAL TO WS-PUN-ED
               DISPLAY "Punitorios por cuotas vencidas: " WS-PUN-ED
           END-IF
            DISPLAY "Cancelando todo el préstamo..."

       *> Actualizar todas las cuotas de la hipoteca a "Pagada"
           MOVE 'Pagada' TO WT-AUDIT-VALOR-NUE
           PERFORM 0295-REGISTRA-AUDITORIA.

      *>   La prima del mes de la cancelacion se cobra con ella; si
      *>   no, el certificado de libre deuda la encuentra pendiente.
           PERFORM 0277-COBRA-PRIMA-SEGURO
           PERFORM 0253A-CIERRA-GARANTIAS

           DISPLAY "Préstamo cancelado exitosamente.".

       0253-END.

       0253A-CIERRA-GARANTIAS.
      *>   Hipoteca con saldo cero: la prenda de plazo fijo activa
      *>   (PF_PRENDAS.DAT) se libera el mismo dia, sin esperar la
      *>   liberacion automatica de PFPREN001, y la poliza vigente
      *>   del seguro de saldo deudor termina hoy, porque ya no hay
      *>   deuda que cubrir ni prima que cobrar. Los archivos se
      *>   cargan completos y no se regraban si superan la tabla.
           ACCEPT WS-FECHA-REF FROM DATE
           MOVE SPACES TO WS-SEG-HOY
           STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
               INTO WS-SEG-HOY
           MOVE 0 TO WS-CIE-PRE-COUNT
           MOVE 0 TO WS-CIE-CAMBIOS
           MOVE 'N' TO WS-CIE-DESBORDE
           OPEN INPUT PRENDAS-FILE
           IF WS-PRENDAS-FSTATUS = '00'
               PERFORM UNTIL WS-PRENDAS-FSTATUS NOT = '00'
                   READ PRENDAS-FILE
                       AT END MOVE '10' TO WS-PRENDAS-FSTATUS
                       NOT AT END
                           IF WS-CIE-PRE-COUNT >= 200
                               MOVE 'S' TO WS-CIE-DESBORDE
                               MOVE '10' TO WS-PRENDAS-FSTATUS
                           ELSE
                               ADD 1 TO WS-CIE-PRE-COUNT
                               IF PRE-ID-HIPOTECA = DB-ID-HIPOTECA
                                  AND PRE-ESTADO = 'A'
                                   MOVE 'L' TO PRE-ESTADO
                                   ADD 1 TO WS-CIE-CAMBIOS
                                   DISPLAY "PRENDA LIBERADA PF "
                                           PRE-PF-NRO
                                           " (HIPOTECA CANCELADA)"
                                   MOVE 'PF_PRENDAS' TO WT-AUDIT-TABLA
                                   MOVE PRE-PF-NRO TO WT-AUDIT-ID-REG
                                   MOVE 'ESTADO' TO WT-AUDIT-CAMPO
                                   MOVE 'A' TO WT-AUDIT-VALOR-ANT
                                   MOVE 'L' TO WT-AUDIT-VALOR-NUE
                                   PERFORM 0295-REGISTRA-AUDITORIA
                               END-IF
                               MOVE PRENDA-RECORD
                                   TO WS-CIE-PRE(WS-CIE-PRE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRENDAS-FILE
           END-IF
           IF WS-CIE-DESBORDE = 'S'
               DISPLAY "PF_PRENDAS.DAT supera la tabla de trabajo; "
                       "libere la prenda desde PFPREN001."
           ELSE
               IF WS-CIE-CAMBIOS > 0
                   OPEN OUTPUT PRENDAS-FILE
                   PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                           UNTIL WS-CIE-IDX > WS-CIE-PRE-COUNT
                       MOVE WS-CIE-PRE(WS-CIE-IDX) TO PRENDA-RECORD
                       WRITE PRENDA-RECORD
                   END-PERFORM
                   CLOSE PRENDAS-FILE
               END-IF
           END-IF

           MOVE 0 TO WS-CIE-SEG-COUNT
           MOVE 0 TO WS-CIE-CAMBIOS
           MOVE 'N' TO WS-CIE-DESBORDE
           OPEN INPUT SEGUROS-FILE
           IF WS-SEGUROS-FSTATUS = '00'
               PERFORM UNTIL WS-SEGUROS-FSTATUS NOT = '00'
                   READ SEGUROS-FILE
                       AT END MOVE '10' TO WS-SEGUROS-FSTATUS
                       NOT AT END
                           IF WS-CIE-SEG-COUNT >= 500
                               MOVE 'S' TO WS-CIE-DESBORDE
                               MOVE '10' TO WS-SEGUROS-FSTATUS
                           ELSE
                               ADD 1 TO WS-CIE-SEG-COUNT
                               IF SEG-ID-HIPOTECA = DB-ID-HIPOTECA
                                  AND SEG-ESTADO = 'A'
                                  AND SEG-HASTA > WS-SEG-HOY
                                   MOVE 'SEGUROS_HIP' TO WT-AUDIT-TABLA
                                   MOVE SEG-POLIZA TO WT-AUDIT-ID-REG
                                   MOVE 'HASTA' TO WT-AUDIT-CAMPO
                                   MOVE SEG-HASTA TO WT-AUDIT-VALOR-ANT
                                   MOVE WS-SEG-HOY TO WT-AUDIT-VALOR-NUE
                                   PERFORM 0295-REGISTRA-AUDITORIA
                                   MOVE WS-SEG-HOY TO SEG-HASTA
                                   ADD 1 TO WS-CIE-CAMBIOS
                                   DISPLAY "POLIZA " SEG-POLIZA
                                           " TERMINADA AL " WS-SEG-HOY
                               END-IF
                               MOVE SEGURO-RECORD
                                   TO WS-CIE-SEG(WS-CIE-SEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUROS-FILE
           END-IF
           IF WS-CIE-DESBORDE = 'S'
               DISPLAY "SEGUROS_HIP.DAT supera la tabla de trabajo; "
                       "la poliza no se dio por terminada."
           ELSE
               IF WS-CIE-CAMBIOS > 0
                   OPEN OUTPUT SEGUROS-FILE
                   PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                           UNTIL WS-CIE-IDX > WS-CIE-SEG-COUNT
                       MOVE WS-CIE-SEG(WS-CIE-IDX) TO SEGURO-RECORD
                       WRITE SEGURO-RECORD
                   END-PERFORM
                   CLOSE SEGUROS-FILE
               END-IF
           END-IF.
       0253A-END.

       0254-PAGAR-CUOTAS-PERIODO.
           MOVE 'CUOTASPERIODO  ' TO WS-RC-PROCESO
           PERFORM 0285-RUNCTL-INICIA
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-PERIODO-COUNT WS-PERIODO-SUM
                      WS-PERIODO-SEGUROS WS-PERIODO-PUNIT
           MOVE 'BATCH' TO WS-PUN-CANAL

           DISPLAY "====================================="
           DISPLAY " PAGO MASIVO DE CUOTAS DEL PERIODO     "
      *    DECLARE C_CUOT_PER CURSOR FOR
      *        SELECT ID_HIPOTECA, ID_CLIENTE, N_CUOTA, MONTO_CUOTA
      *        FROM banco.cuotas_hipoteca
      *        WHERE ESTADO IN ('Pendiente','Parcial')
      *          AND FECHA <= CURDATE()
      *        ORDER BY ID_HIPOTECA, N_CUOTA
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-15 = 'N'
           PERFORM UNTIL SQLCODE = 100
      *        EXEC SQL
      *          FETCH C_CUOT_PER INTO :DB-ID-HIPOTECA, :ID-CLIENTE,
      *                                 :DB-N-CUOTA-DET,
      *                                 :DB-MONTO-CUOTA,
      *                                 :DB-FECHA-CUOTA
      *        END-EXEC
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(4)
               MOVE 8 TO SQL-LEN(4)
               MOVE X'02' TO SQL-PREC(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 DB-FECHA-CUOTA
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 10 TO SQL-LEN(5)
               MOVE 5 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-15
                                   SQLCA
                   MOVE LK-OPERADOR TO WT-AUDIT-USUARIO

                   ADD 1 TO WS-PERIODO-COUNT
                   PERFORM 0292-VALOR-UVA
                   COMPUTE WS-UVA-PESOS ROUNDED =
                       DB-MONTO-CUOTA * WS-UVA-VALOR
                   ADD WS-UVA-PESOS TO WS-PERIODO-SUM
                   DISPLAY "Hipoteca " DB-ID-HIPOTECA
                           " cliente " ID-CLIENTE
                           " cuota " DB-N-CUOTA-DET
                           " pagada: " WS-UVA-PESOS
                   PERFORM 0289-PUNITORIO-CUOTA
                   IF WS-PUN-IMPORTE > 0
                       MOVE WS-PUN-IMPORTE TO WS-PUN-ED
                       DISPLAY "  + punitorio " WS-PUN-DIAS
                               " dias habiles: " WS-PUN-ED
                       ADD WS-PUN-IMPORTE TO WS-PERIODO-PUNIT
                       PERFORM 0290-REGISTRA-PUNITORIO
                   END-IF
                   PERFORM 0277-COBRA-PRIMA-SEGURO
                   IF WS-SEG-COBRADA = 'S'
                       ADD WS-SEG-PRIMA TO WS-PERIODO-SEGUROS
           DISPLAY "Monto total    : " WS-PERIODO-SUM
           MOVE WS-PERIODO-SEGUROS TO WS-SEG-TOTAL-ED
           DISPLAY "Primas seguro  : " WS-SEG-TOTAL-ED
           MOVE WS-PERIODO-PUNIT TO WS-SEG-TOTAL-ED
           DISPLAY "Punitorios     : " WS-SEG-TOTAL-ED
           COMPUTE WS-SEG-TOTAL-COBRO =
               WS-PERIODO-SUM + WS-PERIODO-SEGUROS + WS-PERIODO-PUNIT
           MOVE WS-SEG-TOTAL-COBRO TO WS-SEG-TOTAL-ED
           DISPLAY "Total cobrado  : " WS-SEG-TOTAL-ED
           DISPLAY "====================================="

       0254-END.

       0255-PAGO-PARCIAL.
      *>   Pago de una parte de la cuota mas antigua impaga. El importe
      *>   se aplica en orden fijo: prima del seguro del mes, punitorio,
      *>   interes y capital de la cuota. Prima y punitorio se cobran
      *>   enteros o no se cobran; interes y capital admiten parcial.
      *>   Lo que no llega a aplicarse queda a cuenta en
      *>   PAGOS_PARCIALES_HIP.DAT y se suma al proximo pago parcial.
      *>   La cuota queda 'Parcial' con MONTO_CUOTA = saldo restante.
           INITIALIZE WS-PP-SEGURO WS-PP-PUNITORIO WS-PP-INTERES
                      WS-PP-CAPITAL WS-PP-APLICADO
           MOVE 'VENTANILLA' TO WS-PUN-CANAL
           ACCEPT WS-FECHA-REF FROM DATE
           MOVE SPACES TO WS-PP-HOY
           STRING "20" WS-FECHA-REF(1:6) DELIMITED BY SIZE
               INTO WS-PP-HOY

           PERFORM 0255A-CUOTA-MAS-ANTIGUA
           IF WS-PP-HAY-CUOTA NOT = 'S'
               DISPLAY "La hipoteca no tiene cuotas impagas."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0255B-LEE-PAGOS-PARCIALES
           PERFORM 0292-VALOR-UVA

           DISPLAY "------------------------------------"
           MOVE DB-MONTO-CUOTA TO WS-PP-ED
           DISPLAY "Cuota " DB-N-CUOTA-DET " vto. " DB-FECHA-CUOTA
                   " saldo " WS-PP-ED
           IF WS-UVA-ES = 'S'
               COMPUTE WS-UVA-PESOS ROUNDED =
                   DB-MONTO-CUOTA * WS-UVA-VALOR
               MOVE WS-UVA-PESOS TO WS-UVA-ED
               DISPLAY "Cuota en UVA; en pesos al valor de hoy: "
                       WS-UVA-ED
           END-IF
           IF WS-PP-A-CUENTA > 0
               MOVE WS-PP-A-CUENTA TO WS-PP-ED
               DISPLAY "Saldo a cuenta de pagos anteriores: " WS-PP-ED
           END-IF
           DISPLAY "Importe recibido (negativo para cancelar):"
           ACCEPT WS-PP-RECIBIDO
           IF WS-PP-RECIBIDO <= 0
               DISPLAY "Pago parcial cancelado."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PP-DISPONIBLE = WS-PP-RECIBIDO + WS-PP-A-CUENTA
           MOVE 'N' TO WS-PP-CORTE

           PERFORM 0255C-APLICA-SEGURO
           IF WS-PP-CORTE = 'N'
               PERFORM 0255D-APLICA-PUNITORIO
           END-IF
           IF WS-PP-CORTE = 'N'
               PERFORM 0255E-APLICA-CUOTA
           END-IF
           COMPUTE WS-PP-SALDO-CUOTA =
               DB-MONTO-CUOTA - WS-PP-INTERES - WS-PP-CAPITAL
           COMPUTE WS-PP-APLICADO = WS-PP-INTERES + WS-PP-CAPITAL

           IF WS-PP-APLICADO > 0
               PERFORM 0255F-ACTUALIZA-CUOTA
           END-IF
           PERFORM 0255G-REGISTRA-PAGO-PARCIAL

           DISPLAY "------------------------------------"
           MOVE WS-PP-RECIBIDO TO WS-PP-ED
           DISPLAY "Recibido            : " WS-PP-ED
           MOVE WS-PP-SEGURO TO WS-PP-ED
           DISPLAY "  Prima de seguro   : " WS-PP-ED
           MOVE WS-PP-PUNITORIO TO WS-PP-ED
           DISPLAY "  Punitorio         : " WS-PP-ED
           MOVE WS-PP-INTERES TO WS-PP-ED
           DISPLAY "  Interes           : " WS-PP-ED
           MOVE WS-PP-CAPITAL TO WS-PP-ED
           DISPLAY "  Capital           : " WS-PP-ED
           IF WS-UVA-ES = 'S'
               DISPLAY "  (interes y capital expresados en UVA)"
           END-IF
           MOVE WS-PP-DISPONIBLE TO WS-PP-ED
           DISPLAY "Queda a cuenta      : " WS-PP-ED
           MOVE WS-PP-SALDO-CUOTA TO WS-PP-ED
           IF WS-PP-SALDO-CUOTA = 0
               DISPLAY "Cuota " DB-N-CUOTA-DET " cancelada."
           ELSE
               DISPLAY "Cuota " DB-N-CUOTA-DET " queda Parcial, saldo "
                       WS-PP-ED
           END-IF
           DISPLAY "------------------------------------".
       0255-END.

       0255A-CUOTA-MAS-ANTIGUA.
      *>   Primera fila de C_CUOTAS_PAY: la cuota impaga mas antigua.
           MOVE 'N' TO WS-PP-HAY-CUOTA
           IF SQL-PREP OF SQL-STMT-9 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-9
                                   SQLCA
           END-IF
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
           MOVE ID-CLIENTE TO SQL-VAR-0002
           CALL 'OCSQLOCU' USING SQL-STMT-9
                               SQLCA
           END-CALL
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0014
           MOVE '3' TO SQL-TYPE(1)
           MOVE 2 TO SQL-LEN(1)
           MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0015
           MOVE '3' TO SQL-TYPE(2)
           MOVE 8 TO SQL-LEN(2)
           MOVE X'02' TO SQL-PREC(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             DB-FECHA-CUOTA
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 10 TO SQL-LEN(3)
           MOVE 3 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-9
                               SQLCA
           IF SQLCODE = 0
               MOVE SQL-VAR-0014 TO DB-N-CUOTA-DET
               MOVE SQL-VAR-0015 TO DB-MONTO-CUOTA
               MOVE 'S' TO WS-PP-HAY-CUOTA
           END-IF
           CALL 'OCSQLCCU' USING SQL-STMT-9
                               SQLCA.
       0255A-PP-END.

       0255B-LEE-PAGOS-PARCIALES.
      *>   El ultimo pago parcial de la hipoteca trae el saldo a cuenta
      *>   vigente; los de esta cuota, el interes y capital ya
      *>   aplicados.
           MOVE 0 TO WS-PP-A-CUENTA WS-PP-INT-PREVIO WS-PP-CAP-PREVIO
           OPEN INPUT PAGPAR-FILE
           IF WS-PAGPAR-FSTATUS = '00'
               PERFORM UNTIL WS-PAGPAR-FSTATUS NOT = '00'
                   READ PAGPAR-FILE
                       AT END MOVE '10' TO WS-PAGPAR-FSTATUS
                       NOT AT END
                           IF PPH-ID-HIPOTECA = DB-ID-HIPOTECA
                               MOVE PPH-NO-APLICADO TO WS-PP-A-CUENTA
                               IF PPH-N-CUOTA = DB-N-CUOTA-DET
                                   ADD PPH-INTERES TO WS-PP-INT-PREVIO
                                   ADD PPH-CAPITAL TO WS-PP-CAP-PREVIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGPAR-FILE
           END-IF.
       0255B-PP-END.

       0255C-APLICA-SEGURO.
      *>   Prima del mes (0278/0279); si no alcanza se corta el orden
      *>   y el importe queda a cuenta.
           MOVE DB-ID-HIPOTECA TO WS-SEG-ID-ING
           PERFORM 0278-BUSCA-POLIZA-VIGENTE
           IF WS-SEG-VIGENTE NOT = 'S' OR WS-SEG-PRIMA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0279-PRIMA-YA-COBRADA
           IF WS-SEG-YA-COBRADA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-PP-DISPONIBLE < WS-SEG-PRIMA
               MOVE 'S' TO WS-PP-CORTE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0277-COBRA-PRIMA-SEGURO
           IF WS-SEG-COBRADA = 'S'
               MOVE WS-SEG-PRIMA TO WS-PP-SEGURO
               SUBTRACT WS-SEG-PRIMA FROM WS-PP-DISPONIBLE
           END-IF.
       0255C-PP-END.

       0255D-APLICA-PUNITORIO.
           PERFORM 0289-PUNITORIO-CUOTA
           IF WS-PUN-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PP-DISPONIBLE < WS-PUN-IMPORTE
               MOVE 'S' TO WS-PP-CORTE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0290-REGISTRA-PUNITORIO
           MOVE WS-PUN-IMPORTE TO WS-PP-PUNITORIO
           SUBTRACT WS-PUN-IMPORTE FROM WS-PP-DISPONIBLE.
       0255D-PP-END.

       0255E-APLICA-CUOTA.
      *>   Interes del mes sobre el saldo al inicio de la cuota (saldo
      *>   actual mas lo ya aplicado a esta cuota), neto del interes
      *>   ya cobrado; el resto de la cuota es capital. En UVA la
      *>   cuota esta en unidades: el disponible en pesos se pasa a
      *>   unidades y lo que sobra vuelve a pesos.
           IF WS-UVA-ES = 'S'
               COMPUTE WS-PP-DISPONIBLE ROUNDED =
                   WS-PP-DISPONIBLE / WS-UVA-VALOR
           END-IF
           COMPUTE WS-PP-INT-CUOTA ROUNDED =
               (DB-SALDO-ACTUAL + WS-PP-INT-PREVIO + WS-PP-CAP-PREVIO)
               * DB-TASA-INTERES / 1200 - WS-PP-INT-PREVIO
           IF WS-PP-INT-CUOTA < 0
               MOVE 0 TO WS-PP-INT-CUOTA
           END-IF
           IF WS-PP-INT-CUOTA > DB-MONTO-CUOTA
               MOVE DB-MONTO-CUOTA TO WS-PP-INT-CUOTA
           END-IF
           IF WS-PP-DISPONIBLE < WS-PP-INT-CUOTA
               MOVE WS-PP-DISPONIBLE TO WS-PP-INTERES
           ELSE
               MOVE WS-PP-INT-CUOTA TO WS-PP-INTERES
           END-IF
           SUBTRACT WS-PP-INTERES FROM WS-PP-DISPONIBLE
           COMPUTE WS-PP-CAPITAL = DB-MONTO-CUOTA - WS-PP-INTERES
           IF WS-PP-DISPONIBLE < WS-PP-CAPITAL
               MOVE WS-PP-DISPONIBLE TO WS-PP-CAPITAL
           END-IF
           SUBTRACT WS-PP-CAPITAL FROM WS-PP-DISPONIBLE
           IF WS-UVA-ES = 'S'
               COMPUTE WS-PP-DISPONIBLE ROUNDED =
                   WS-PP-DISPONIBLE * WS-UVA-VALOR
           END-IF.
       0255E-PP-END.

       0255F-ACTUALIZA-CUOTA.
      *>   Cuota saldada: 'Pagada' (SQL-STMT-10). Si no, 'Parcial' con
      *>   el saldo restante. El saldo de la hipoteca baja por lo
      *>   aplicado a la cuota, igual que en 0251.
           IF WS-PP-SALDO-CUOTA = 0
               IF SQL-PREP OF SQL-STMT-10 = 'N'
                   SET SQL-ADDR(1) TO ADDRESS OF
                     SQL-VAR-0009
                   MOVE '3' TO SQL-TYPE(1)
                   MOVE 2 TO SQL-LEN(1)
                   MOVE X'00' TO SQL-PREC(1)
                   SET SQL-ADDR(2) TO ADDRESS OF
                     SQL-VAR-0002
                   MOVE '3' TO SQL-TYPE(2)
                   MOVE 2 TO SQL-LEN(2)
                   MOVE X'00' TO SQL-PREC(2)
                   SET SQL-ADDR(3) TO ADDRESS OF
                     SQL-VAR-0014
                   MOVE '3' TO SQL-TYPE(3)
                   MOVE 2 TO SQL-LEN(3)
                   MOVE X'00' TO SQL-PREC(3)
                   MOVE 3 TO SQL-COUNT
                   CALL 'OCSQLPRE' USING SQLV
                                       SQL-STMT-10
                                       SQLCA
                   SET SQL-HCONN OF SQLCA TO NULL
               END-IF
               MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
               MOVE ID-CLIENTE TO SQL-VAR-0002
               MOVE DB-N-CUOTA-DET TO SQL-VAR-0014
               CALL 'OCSQLEXE' USING SQL-STMT-10
                                   SQLCA
           ELSE
      *    EXEC SQL
      *        UPDATE banco.cuotas_hipoteca
      *           SET MONTO_CUOTA = :WS-PP-SALDO-CUOTA,
      *               ESTADO = 'Parcial'
      *         WHERE ID_HIPOTECA = ? AND N_CUOTA = ?
      *    END-EXEC
               IF SQL-PREP OF SQL-STMT-29 = 'N'
                   SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0028
                   MOVE '3' TO SQL-TYPE(1)
                   MOVE 8 TO SQL-LEN(1)
                   MOVE X'02' TO SQL-PREC(1)
                   SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0009
                   MOVE '3' TO SQL-TYPE(2)
                   MOVE 2 TO SQL-LEN(2)
                   MOVE X'00' TO SQL-PREC(2)
                   SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0014
                   MOVE '3' TO SQL-TYPE(3)
                   MOVE 2 TO SQL-LEN(3)
                   MOVE X'00' TO SQL-PREC(3)
                   MOVE 3 TO SQL-COUNT
                   CALL 'OCSQLPRE' USING SQLV
                                       SQL-STMT-29
                                       SQLCA
                   SET SQL-HCONN OF SQLCA TO NULL
               END-IF
               MOVE WS-PP-SALDO-CUOTA TO SQL-VAR-0028
               MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
               MOVE DB-N-CUOTA-DET TO SQL-VAR-0014
               CALL 'OCSQLEXE' USING SQL-STMT-29
                                   SQLCA
           END-IF

           MOVE WS-PP-APLICADO TO DB-SUM-PAGO
           IF SQL-PREP OF SQL-STMT-11 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0016
               MOVE '3' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(3)
               MOVE 2 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-11
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE DB-SUM-PAGO TO SQL-VAR-0016
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
           MOVE ID-CLIENTE TO SQL-VAR-0002
           CALL 'OCSQLEXE' USING SQL-STMT-11
                               SQLCA

           MOVE 'CUOTAS_HIPOTECA' TO WT-AUDIT-TABLA
           MOVE DB-ID-HIPOTECA TO WT-AUDIT-ID-REG
           MOVE 'MONTO_CUOTA' TO WT-AUDIT-CAMPO
           MOVE DB-MONTO-CUOTA TO WT-AUDIT-MONTO-ED
           MOVE FUNCTION TRIM(WT-AUDIT-MONTO-ED) TO WT-AUDIT-VALOR-ANT
           MOVE WS-PP-SALDO-CUOTA TO WT-AUDIT-MONTO-ED
           MOVE FUNCTION TRIM(WT-AUDIT-MONTO-ED) TO WT-AUDIT-VALOR-NUE
           PERFORM 0295-REGISTRA-AUDITORIA

           PERFORM 0291-COMMIT

           MOVE WS-PP-APLICADO TO WS-DEV-IMPORTE
           PERFORM 0284-ASIENTA-DEVENGO-PAGO.
       0255F-PP-END.

       0255G-REGISTRA-PAGO-PARCIAL.
           OPEN EXTEND PAGPAR-FILE
           IF WS-PAGPAR-FSTATUS NOT = '00'
               OPEN OUTPUT PAGPAR-FILE
           END-IF
           MOVE WS-PP-HOY TO PPH-FECHA
           MOVE DB-ID-HIPOTECA TO PPH-ID-HIPOTECA
           MOVE ID-CLIENTE TO PPH-ID-CLIENTE
           MOVE DB-N-CUOTA-DET TO PPH-N-CUOTA
           MOVE WS-PP-RECIBIDO TO PPH-RECIBIDO
           MOVE WS-PP-A-CUENTA TO PPH-A-CUENTA-ANT
           MOVE WS-PP-SEGURO TO PPH-SEGURO
           MOVE WS-PP-PUNITORIO TO PPH-PUNITORIO
           MOVE WS-PP-INTERES TO PPH-INTERES
           MOVE WS-PP-CAPITAL TO PPH-CAPITAL
           MOVE WS-PP-SALDO-CUOTA TO PPH-SALDO-CUOTA
           MOVE WS-PP-DISPONIBLE TO PPH-NO-APLICADO
           MOVE LK-OPERADOR TO PPH-OPERADOR
           MOVE SPACES TO PPH-VTO-CUOTA
           STRING DB-FECHA-CUOTA(1:4) DB-FECHA-CUOTA(6:2)
                  DB-FECHA-CUOTA(9:2)
               DELIMITED BY SIZE INTO PPH-VTO-CUOTA
           WRITE PAGPAR-RECORD
           CLOSE PAGPAR-FILE.
       0255G-PP-END.

       0256-LEE-CONDICIONES.
      *>   Base de amortizacion vigente de la hipoteca WS-AMO-ID: el
      *>   ultimo registro de CONDICIONES_HIP.DAT (alta,
      *>   precancelacion, refinanciacion o reprecio). Las hipotecas
      *>   sin registro son francesas sin gracia.
           MOVE 'N' TO WS-AMO-HAY
           MOVE 'F' TO WS-AMO-SISTEMA
           MOVE 0 TO WS-AMO-GRACIA WS-AMO-CAPITAL WS-AMO-TASA
                     WS-AMO-DESDE WS-AMO-CUOTAS
           OPEN INPUT CONDHIP-FILE
           IF WS-CONDHIP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONDHIP-FSTATUS NOT = '00'
               READ CONDHIP-FILE
                   AT END MOVE '10' TO WS-CONDHIP-FSTATUS
                   NOT AT END
                       IF CHP-ID-HIPOTECA = WS-AMO-ID
                           MOVE 'S' TO WS-AMO-HAY
                           MOVE CHP-SISTEMA TO WS-AMO-SISTEMA
                           MOVE CHP-MESES-GRACIA TO WS-AMO-GRACIA
                           MOVE CHP-CAPITAL TO WS-AMO-CAPITAL
                           MOVE CHP-TASA TO WS-AMO-TASA
                           MOVE CHP-CUOTA-DESDE TO WS-AMO-DESDE
                           MOVE CHP-CUOTAS TO WS-AMO-CUOTAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONDHIP-FILE.
       0256-AMO-END.

       0256A-CARGA-PENDIENTES.
      *>   Cuotas Pendientes de DB-ID-HIPOTECA en orden; lo que queda
      *>   de las cuotas pagadas en parte se acumula aparte (esas no
      *>   se reamortizan).
      *    EXEC SQL
      *        DECLARE C_CUOTAS_AMO CURSOR FOR
      *        SELECT N_CUOTA, FECHA, ESTADO, MONTO_CUOTA
      *          FROM banco.cuotas_hipoteca
      *         WHERE ID_HIPOTECA = :DB-ID-HIPOTECA
      *           AND ESTADO IN ('Pendiente','Parcial')
      *         ORDER BY N_CUOTA
      *    END-EXEC
           MOVE 0 TO WS-AMO-PEND WS-AMO-PARCIAL
           IF SQL-PREP OF SQL-STMT-30 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-30
                                   SQLCA
           END-IF
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
           CALL 'OCSQLOCU' USING SQL-STMT-30
                               SQLCA
           END-CALL
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE = 100
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0014
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WS-AMO-FECHA-CUO
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 10 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WS-AMO-ESTADO
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 20 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 SQL-VAR-0015
               MOVE '3' TO SQL-TYPE(4)
               MOVE 8 TO SQL-LEN(4)
               MOVE X'02' TO SQL-PREC(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-30
                                   SQLCA
               IF SQLCODE = 0
                   IF WS-AMO-ESTADO(1:7) = 'Parcial'
                       ADD SQL-VAR-0015 TO WS-AMO-PARCIAL
                   ELSE
                       IF WS-AMO-PEND < 999
                           ADD 1 TO WS-AMO-PEND
                           MOVE SQL-VAR-0014
                               TO WS-AMO-NRO(WS-AMO-PEND)
                           MOVE WS-AMO-FECHA-CUO
                               TO WS-AMO-FEC(WS-AMO-PEND)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-30
                               SQLCA.
       0256A-AMO-END.

       0256B-CAPITAL-VIGENTE.
      *>   Capital que amortizan las cuotas Pendientes: el saldo de
      *>   la base antes de la primera de ellas, y los meses de
      *>   gracia que todavia le quedan. Sin base, el saldo actual.
           MOVE 0 TO WS-AMO-VIGENTE WS-AMO-GRACIA-RES
           IF WS-AMO-PEND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AMO-HAY = 'S'
              AND WS-AMO-NRO(1) >= WS-AMO-DESDE
               COMPUTE WS-AMO-NRO-REL =
                   WS-AMO-NRO(1) - WS-AMO-DESDE + 1
               CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                    WS-AMO-CAPITAL WS-AMO-TASA
                                    WS-AMO-CUOTAS WS-AMO-NRO-REL
                                    WS-AMO-CUOTA WS-AMO-INTERES
                                    WS-AMO-AMORT WS-AMO-SALDO
               MOVE WS-AMO-SALDO TO WS-AMO-VIGENTE
               IF WS-AMO-GRACIA >= WS-AMO-NRO-REL
                   COMPUTE WS-AMO-GRACIA-RES =
                       WS-AMO-GRACIA - WS-AMO-NRO-REL + 1
               END-IF
           ELSE
               PERFORM 0263-LEE-SALDO-HIP
               IF WS-PRE-SALDO-ANT > 0
                   MOVE WS-PRE-SALDO-ANT TO WS-AMO-VIGENTE
               END-IF
           END-IF.
       0256B-AMO-END.

       0256C-REAMORTIZA.
      *>   Reescribe las cuotas Pendientes con WS-AMO-VIGENTE como
      *>   capital, la tasa WS-AMO-TASA, el sistema de la hipoteca y
      *>   la gracia restante, y deja la nueva base registrada.
      *    EXEC SQL
      *        UPDATE banco.cuotas_hipoteca
      *           SET MONTO_CUOTA = :WS-AMO-CUOTA
      *         WHERE ID_HIPOTECA = :DB-ID-HIPOTECA
      *           AND N_CUOTA = :WS-AMO-NRO
      *           AND ESTADO = 'Pendiente'
      *    END-EXEC
           MOVE 0 TO WS-AMO-PRIMERA
           PERFORM 0256A-CARGA-PENDIENTES
           IF WS-AMO-PEND = 0 OR WS-AMO-VIGENTE NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMO-VIGENTE TO WS-AMO-CAPITAL
           MOVE WS-AMO-GRACIA-RES TO WS-AMO-GRACIA
           MOVE WS-AMO-PEND TO WS-AMO-CUOTAS
           MOVE WS-AMO-NRO(1) TO WS-AMO-DESDE
           IF SQL-PREP OF SQL-STMT-31 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0028
               MOVE '3' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0014
               MOVE '3' TO SQL-TYPE(3)
               MOVE 2 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-31
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           PERFORM VARYING WS-AMO-IDX FROM 1 BY 1
                   UNTIL WS-AMO-IDX > WS-AMO-PEND
               MOVE WS-AMO-IDX TO WS-AMO-NRO-REL
               CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                    WS-AMO-CAPITAL WS-AMO-TASA
                                    WS-AMO-CUOTAS WS-AMO-NRO-REL
                                    WS-AMO-CUOTA WS-AMO-INTERES
                                    WS-AMO-AMORT WS-AMO-SALDO
               IF WS-AMO-IDX = 1
                   MOVE WS-AMO-CUOTA TO WS-AMO-PRIMERA
               END-IF
               MOVE WS-AMO-CUOTA TO SQL-VAR-0028
               MOVE DB-ID-HIPOTECA TO SQL-VAR-0009
               MOVE WS-AMO-NRO(WS-AMO-IDX) TO SQL-VAR-0014
               CALL 'OCSQLEXE' USING SQL-STMT-31
                                   SQLCA
           END-PERFORM
           PERFORM 0291-COMMIT
           MOVE DB-ID-HIPOTECA TO WS-AMO-ID
           PERFORM 0256D-GRABA-CONDICIONES.
       0256C-AMO-END.

       0256D-GRABA-CONDICIONES.
      *>   Nueva base de amortizacion de WS-AMO-ID: desde la cuota
      *>   WS-AMO-DESDE, WS-AMO-CUOTAS cuotas sobre WS-AMO-CAPITAL.
           OPEN EXTEND CONDHIP-FILE
           IF WS-CONDHIP-FSTATUS NOT = '00'
               OPEN OUTPUT CONDHIP-FILE
           END-IF
           ACCEPT WS-AMO-FECHA6 FROM DATE
           MOVE WS-AMO-ID TO CHP-ID-HIPOTECA
           MOVE SPACES TO CHP-FECHA
           STRING "20" WS-AMO-FECHA6 DELIMITED BY SIZE
               INTO CHP-FECHA
           MOVE WS-AMO-SISTEMA TO CHP-SISTEMA
           MOVE WS-AMO-GRACIA TO CHP-MESES-GRACIA
           MOVE WS-AMO-CAPITAL TO CHP-CAPITAL
           MOVE WS-AMO-TASA TO CHP-TASA
           MOVE WS-AMO-DESDE TO CHP-CUOTA-DESDE
           MOVE WS-AMO-CUOTAS TO CHP-CUOTAS
           MOVE WS-AMO-MOTIVO TO CHP-MOTIVO
           MOVE LK-OPERADOR TO CHP-OPERADOR
           WRITE CONDHIP-RECORD
           CLOSE CONDHIP-FILE.
       0256D-AMO-END.

       0256E-INTERES-VENCIDO.
      *>   Interes, segun la base, de las cuotas Pendientes ya
      *>   vencidas a hoy (su capital esta en WS-AMO-VIGENTE).
           MOVE 0 TO WS-AMO-INT-VENCIDO
           ACCEPT WS-AMO-FECHA6 FROM DATE
           MOVE SPACES TO WS-AMO-HOY10
           STRING "20" WS-AMO-FECHA6(1:2) "-" WS-AMO-FECHA6(3:2) "-"
                  WS-AMO-FECHA6(5:2)
               DELIMITED BY SIZE INTO WS-AMO-HOY10
           PERFORM VARYING WS-AMO-IDX FROM 1 BY 1
                   UNTIL WS-AMO-IDX > WS-AMO-PEND
               IF WS-AMO-FEC(WS-AMO-IDX) <= WS-AMO-HOY10
                  AND WS-AMO-NRO(WS-AMO-IDX) >= WS-AMO-DESDE
                   COMPUTE WS-AMO-NRO-REL =
                       WS-AMO-NRO(WS-AMO-IDX) - WS-AMO-DESDE + 1
                   CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                        WS-AMO-CAPITAL WS-AMO-TASA
                                        WS-AMO-CUOTAS WS-AMO-NRO-REL
                                        WS-AMO-CUOTA WS-AMO-INTERES
                                        WS-AMO-AMORT WS-AMO-SALDO
                   ADD WS-AMO-INTERES TO WS-AMO-INT-VENCIDO
               END-IF
           END-PERFORM.
       0256E-AMO-END.

       0285-RUNCTL-INICIA.
      *>   Control de corridas batch compartido (ver RUNCTL1).
           ACCEPT WS-FECHA-REF FROM DATE
                   MOVE SQL-VAR-0014 TO DB-N-CUOTA-DET
                   MOVE SQL-VAR-0015 TO DB-MONTO-CUOTA
                   MOVE SPACES TO WS-MORA-FLAG
                   IF (DB-ESTADO-CUOTA(1:9) = "Pendiente"
                       OR DB-ESTADO-CUOTA(1:7) = "Parcial")
                       AND DB-FECHA-CUOTA < WS-HOY
                       MOVE "VENCIDA" TO WS-MORA-FLAG
                       ADD 1 TO WS-MORA-COUNT
           DISPLAY WS-LEFT-WALL WS-TXTMN14 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN15 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN16 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN17 WS-RGTH-WALL.
           DISPLAY "+" WS-LINE "+"
           DISPLAY "Seleccione una opcion:".
       0221-END.

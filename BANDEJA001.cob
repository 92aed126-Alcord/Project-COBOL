      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Bandeja de trabajo del operador. MAIN la muestra
      *          apenas valida el login (y queda en el menu principal
      *          para volver a consultarla): junta en una pantalla lo
      *          que espera al operador y a su rol en cada cola, con
      *          cantidad pendiente, cantidad fuera de plazo y el item
      *          mas antiguo, y desde ahi entra al modulo dueno de la
      *          cola.
      *            1 Aprobaciones (APROBACIONES.DAT, SUPERVISOR): las
      *              pendientes que no pidio el mismo; plazo
      *              DIAS-SLA-APROBACION (1 dia por defecto).
      *            2 Cobranza (GESTION_COBRANZA.DAT): casos abiertos
      *              asignados al usuario; fuera de plazo los
      *              escalados y las promesas vencidas. Los casos no
      *              traen fecha de alta: el mas antiguo es el de
      *              menor numero.
      *            3 Reclamos (RECLAMOS.DAT): abiertos asignados al
      *              usuario contra su fecha limite.
      *            4 Partidas en suspenso (PARTIDAS_SUSP.DAT,
      *              SUPERVISOR): pendientes; plazo DIAS-SLA-SUSPENSO
      *              (30 por defecto, el mismo corte que el reporte de
      *              antiguedad de SUSPEN001).
      *            5 Propuestas de limite (LIMITE_PROPUESTAS.DAT,
      *              SUPERVISOR): pendientes; sin fecha, sin plazo.
      *            6 Documentos KYC (DOCUMENTOS_KYC.DAT, SUPERVISOR y
      *              COMPLIANCE): vigentes que vencen dentro de
      *              DIAS-AVISO-KYC (30 por defecto); fuera de plazo
      *              los ya vencidos.
      *          Un SUPERVISOR ve ademas las colas asignadas de su
      *          equipo (operadores de su sucursal; ADMIN ve todas) y
      *          puede pasar los casos de cobranza y reclamos abiertos
      *          de un operador ausente a otro. Cada item reasignado
      *          queda en REASIGNACIONES.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDEJA001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROB-FILE ASSIGN TO "APROBACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROB-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FSTATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "PARTIDAS_SUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FSTATUS.
           SELECT PROPUESTAS-FILE ASSIGN TO "LIMITE_PROPUESTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-FSTATUS.
           SELECT KYC-FILE ASSIGN TO "DOCUMENTOS_KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-FSTATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-USUARIO
               FILE STATUS IS WS-OPER-FSTATUS.
           SELECT TMP-FILE ASSIGN TO "BANDEJA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-FSTATUS.
           SELECT LOG-FILE ASSIGN TO "REASIGNACIONES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APROB-FILE.
       01  APROBACION-RECORD.
           05  APR-ID                  PIC 9(09).
           05  APR-FECHA               PIC X(08).
           05  APR-TIPO                PIC X(10).
           05  APR-DOC                 PIC X(13).
           05  APR-DESTINO             PIC X(22).
           05  APR-MONTO               PIC 9(10)V99.
           05  APR-SOLICITA            PIC X(30).
           05  APR-ESTADO              PIC X(01).
           05  APR-APRUEBA             PIC X(30).
           05  APR-FECHA-RES           PIC X(08).
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
       FD  RECLAMOS-FILE.
       01  RECLAMO-RECORD.
           05  REC-NRO                 PIC 9(09).
           05  REC-DOC                 PIC X(13).
           05  REC-PRODUCTO            PIC X(10).
           05  REC-ID-MOV              PIC 9(09).
           05  REC-CLASE               PIC X(10).
           05  REC-ASIGNADO            PIC X(10).
           05  REC-ESTADO              PIC X(01).
           05  REC-FECHA-ALTA          PIC X(08).
           05  REC-FECHA-LIMITE        PIC X(08).
           05  REC-FECHA-ESTADO        PIC X(08).
           05  REC-DETALLE             PIC X(40).
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05  SUS-NRO                 PIC 9(09).
           05  SUS-ORIGEN              PIC X(10).
           05  SUS-DOC                 PIC X(13).
           05  SUS-REF                 PIC X(22).
           05  SUS-IMPORTE             PIC 9(10)V99.
           05  SUS-FECHA-ALTA          PIC X(08).
           05  SUS-ESTADO              PIC X(01).
           05  SUS-FECHA-RES           PIC X(08).
           05  SUS-MOTIVO-RES          PIC X(20).
           05  SUS-OPERADOR            PIC X(30).
       FD  PROPUESTAS-FILE.
       01  PROPUESTA-RECORD.
           05  LIM-NRO                 PIC 9(09).
           05  LIM-NRO-TARJETA         PIC X(16).
           05  LIM-LIMITE-ACTUAL       PIC 9(10)V99.
           05  LIM-LIMITE-PROP         PIC 9(10)V99.
           05  LIM-MOTIVO              PIC X(20).
           05  LIM-ESTADO              PIC X(01).
           05  LIM-DECISOR             PIC X(30).
           05  LIM-OBS                 PIC X(30).
           05  LIM-SOLICITA            PIC X(30).
       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-DOC-CLIENTE         PIC X(13).
           05  KYC-TIPO                PIC X(10).
           05  KYC-REFERENCIA          PIC X(20).
           05  KYC-EMISION             PIC X(08).
           05  KYC-VENCIMIENTO         PIC X(08).
           05  KYC-ESTADO              PIC X(01).
       FD  OPERADORES-FILE.
       01  OPERADOR-RECORD.
           05  OPER-USUARIO            PIC X(10).
           05  OPER-CLAVE              PIC X(10).
           05  OPER-NOMBRE             PIC X(30).
           05  OPER-ROL                PIC X(10).
           05  OPER-ESTADO             PIC X(01).
           05  OPER-SUCURSAL           PIC X(03).
           05  OPER-SAL                PIC X(08).
           05  OPER-HASH               PIC X(18).
           05  OPER-CAMBIO-OBLIG       PIC X(01).
           05  OPER-FECHA-CLAVE        PIC X(08).
           05  OPER-FALLOS             PIC 9(02).
           05  OPER-BLOQUEADO          PIC X(01).
           05  OPER-HISTORIAL          PIC X(130).
       FD  TMP-FILE.
       01  TMP-RECORD                  PIC X(200).
       FD  LOG-FILE.
       01  LOG-RECORD                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-APROB-FSTATUS            PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-REC-FSTATUS              PIC XX.
       01  WS-SUSP-FSTATUS             PIC XX.
       01  WS-PROP-FSTATUS             PIC XX.
       01  WS-KYC-FSTATUS              PIC XX.
       01  WS-OPER-FSTATUS             PIC XX.
       01  WS-TMP-FSTATUS              PIC XX.
       01  WS-LOG-FSTATUS              PIC XX.

      *    Una fila por cola, en el orden del menu.
       01  WS-BANDEJA.
           05  WS-BAN-COLA OCCURS 6 TIMES.
               10  WS-BAN-NOMBRE       PIC X(22).
               10  WS-BAN-MODULO       PIC X(10).
               10  WS-BAN-VISIBLE      PIC X(01).
               10  WS-BAN-PEND         PIC 9(05).
               10  WS-BAN-VENC         PIC 9(05).
               10  WS-BAN-ANT-REF      PIC X(13).
               10  WS-BAN-ANT-FECHA    PIC X(08).
       01  WS-BAN-IDX                  PIC 9(1).
       01  WS-BAN-USUARIO              PIC X(10).
       01  WS-BAN-ANT-NRO              PIC 9(09).
       01  WS-USER-ID                  PIC 9(1) VALUE 1.

       01  WS-EQUIPO.
           05  WS-EQU OCCURS 100 TIMES.
               10  WS-EQU-USUARIO      PIC X(10).
               10  WS-EQU-NOMBRE       PIC X(30).
               10  WS-EQU-ROL          PIC X(10).
               10  WS-EQU-ESTADO       PIC X(01).
               10  WS-EQU-CAS-PEND     PIC 9(05).
               10  WS-EQU-CAS-VENC     PIC 9(05).
               10  WS-EQU-REC-PEND     PIC 9(05).
               10  WS-EQU-REC-VENC     PIC 9(05).
       01  WS-EQU-COUNT                PIC 9(3) VALUE 0.
       01  WS-EQU-IDX                  PIC 9(3).
       01  WS-EQU-SUCURSAL             PIC X(03).
       01  WS-CAS-SIN-ASIGNAR          PIC 9(05).

       01  WS-OPCION                   PIC 9.
       01  WS-MARCA                    PIC X(20).
       01  WS-FECHAHORA                PIC X(21).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-HOY-NUM                  PIC 9(08).
       01  WS-HOY-ENTERO               PIC 9(08).
       01  WS-FECHA-NUM                PIC 9(08).
       01  WS-FECHA-ENTERO             PIC 9(08).
       01  WS-AVISO-ENTERO             PIC 9(08).
       01  WS-FECHA-AVISO              PIC 9(08).
       01  WS-DIAS-ANT                 PIC S9(08).

       01  WS-DIAS-SLA-APR             PIC 9(03) VALUE 1.
       01  WS-DIAS-SLA-SUS             PIC 9(03) VALUE 30.
       01  WS-DIAS-AVISO-KYC           PIC 9(03) VALUE 30.
       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
           88  OPER-ES-ADMIN               VALUE 'ADMIN'.
           88  OPER-VE-KYC                 VALUE 'SUPERVISOR'
                                                 'ADMIN'
                                                 'COMPLIANCE'.
       01  WS-DST-BUF                  PIC X(30).
       01  WS-DST-ROL                  PIC X(10).
       01  WS-DST-ESTADO               PIC X(01).
       01  WS-DST-SUCURSAL             PIC X(03).

       01  WS-ORIGEN-ING               PIC X(10).
       01  WS-DESTINO-ING              PIC X(10).
       01  WS-COLA-ING                 PIC X(01).
       01  WS-CONFIRMA                 PIC X(01).
       01  WS-CONT-CAS                 PIC 9(05).
       01  WS-CONT-REC                 PIC 9(05).
       01  WS-CONT-ARCHIVO             PIC 9(05).
       01  WS-LOG-TIPO                 PIC X(08).
       01  WS-LOG-NRO                  PIC 9(09).

       LINKAGE SECTION.
       01  LK-USUARIO                  PIC X(10).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-ROL                      PIC X(10).
       01  LK-SUCURSAL                 PIC X(03).

       PROCEDURE DIVISION USING LK-USUARIO LK-OPERADOR LK-ROL
                                LK-SUCURSAL.
       MAIN-PROGRAM.
           PERFORM 050-INICIO
           PERFORM 100-MENU.

       050-INICIO.
           MOVE LK-ROL TO WS-OPER-ROL
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE WS-FECHAHORA(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-HOY-NUM
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 'DIAS-SLA-APROBACION ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-SLA-APR
           END-IF
           MOVE 'DIAS-SLA-SUSPENSO   ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-SLA-SUS
           END-IF
           MOVE 'DIAS-AVISO-KYC      ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-AVISO-KYC
           END-IF
           COMPUTE WS-AVISO-ENTERO = WS-HOY-ENTERO + WS-DIAS-AVISO-KYC
           COMPUTE WS-FECHA-AVISO =
               FUNCTION DATE-OF-INTEGER(WS-AVISO-ENTERO)
           MOVE "Aprobaciones"          TO WS-BAN-NOMBRE(1)
           MOVE "APROBA001"             TO WS-BAN-MODULO(1)
           MOVE "Cobranza (casos)"      TO WS-BAN-NOMBRE(2)
           MOVE "COBRAN001"             TO WS-BAN-MODULO(2)
           MOVE "Reclamos"              TO WS-BAN-NOMBRE(3)
           MOVE "RECLAM001"             TO WS-BAN-MODULO(3)
           MOVE "Partidas en suspenso"  TO WS-BAN-NOMBRE(4)
           MOVE "SUSPEN001"             TO WS-BAN-MODULO(4)
           MOVE "Propuestas de limite"  TO WS-BAN-NOMBRE(5)
           MOVE "TARJCRE001"            TO WS-BAN-MODULO(5)
           MOVE "Documentos KYC"        TO WS-BAN-NOMBRE(6)
           MOVE "MODCLI001"             TO WS-BAN-MODULO(6)
           MOVE 'S' TO WS-BAN-VISIBLE(2) WS-BAN-VISIBLE(3)
           IF OPER-ES-SUPERVISOR
               MOVE 'S' TO WS-BAN-VISIBLE(1) WS-BAN-VISIBLE(4)
                           WS-BAN-VISIBLE(5)
           ELSE
               MOVE 'N' TO WS-BAN-VISIBLE(1) WS-BAN-VISIBLE(4)
                           WS-BAN-VISIBLE(5)
           END-IF
           IF OPER-VE-KYC
               MOVE 'S' TO WS-BAN-VISIBLE(6)
           ELSE
               MOVE 'N' TO WS-BAN-VISIBLE(6)
           END-IF.
       050-END.

       100-MENU.
           PERFORM 200-ARMA-BANDEJA
           PERFORM 150-MUESTRA-BANDEJA
           DISPLAY "1-6 - Ir al modulo de la cola"
           IF OPER-ES-SUPERVISOR
               DISPLAY "7 - Colas del equipo (SUPERVISOR)"
               DISPLAY "8 - Reasignar trabajo de un operador "
                       "(SUPERVISOR)"
           END-IF
           DISPLAY "9 - Continuar al menu principal"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1 THRU 6
                   PERFORM 160-IR-A-MODULO
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 400-VISTA-EQUIPO
                   PERFORM 100-MENU
               WHEN 8
                   PERFORM 500-REASIGNAR
                   PERFORM 100-MENU
               WHEN 9
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       150-MUESTRA-BANDEJA.
           DISPLAY "===================================="
           DISPLAY "        BANDEJA DE TRABAJO          "
           DISPLAY "===================================="
           DISPLAY "Operador: " FUNCTION TRIM(LK-OPERADOR)
                   " (" FUNCTION TRIM(LK-USUARIO) ")  Rol: "
                   FUNCTION TRIM(LK-ROL) "  Sucursal: " LK-SUCURSAL
           DISPLAY "  COLA                   PEND. FUERA "
                   "MAS ANTIGUO"
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > 6
               IF WS-BAN-VISIBLE(WS-BAN-IDX) = 'S'
                   MOVE SPACES TO WS-MARCA
                   IF WS-BAN-VENC(WS-BAN-IDX) > 0
                       MOVE "<<< FUERA DE PLAZO" TO WS-MARCA
                   END-IF
                   DISPLAY WS-BAN-IDX " " WS-BAN-NOMBRE(WS-BAN-IDX)
                           " " WS-BAN-PEND(WS-BAN-IDX)
                           " " WS-BAN-VENC(WS-BAN-IDX)
                           " " WS-BAN-ANT-REF(WS-BAN-IDX)
                           " " WS-BAN-ANT-FECHA(WS-BAN-IDX)
                           " " WS-MARCA
               ELSE
                   DISPLAY WS-BAN-IDX " " WS-BAN-NOMBRE(WS-BAN-IDX)
                           " (no corresponde a su rol)"
               END-IF
           END-PERFORM
           DISPLAY "====================================".
       150-END.

       160-IR-A-MODULO.
           IF WS-BAN-VISIBLE(WS-OPCION) NOT = 'S'
               DISPLAY "Cola no habilitada para su rol."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Modulo " WS-BAN-MODULO(WS-OPCION) "..."
           EVALUATE WS-OPCION
               WHEN 1
                   CALL 'APROBA001' USING WS-USER-ID LK-OPERADOR
               WHEN 2
                   CALL 'COBRAN001' USING WS-USER-ID LK-OPERADOR
               WHEN 3
                   CALL 'RECLAM001' USING WS-USER-ID LK-OPERADOR
               WHEN 4
                   CALL 'SUSPEN001' USING WS-USER-ID LK-OPERADOR
               WHEN 5
                   CALL 'TARJCRE001' USING WS-USER-ID LK-OPERADOR
               WHEN 6
                   CALL 'MODCLI001' USING WS-USER-ID LK-OPERADOR
           END-EVALUATE.
       160-END.

       200-ARMA-BANDEJA.
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > 6
               MOVE 0 TO WS-BAN-PEND(WS-BAN-IDX)
                         WS-BAN-VENC(WS-BAN-IDX)
               MOVE SPACES TO WS-BAN-ANT-REF(WS-BAN-IDX)
                              WS-BAN-ANT-FECHA(WS-BAN-IDX)
           END-PERFORM
           MOVE LK-USUARIO TO WS-BAN-USUARIO
           IF WS-BAN-VISIBLE(1) = 'S'
               PERFORM 210-COLA-APROBACIONES
           END-IF
           PERFORM 220-COLA-COBRANZA
           PERFORM 230-COLA-RECLAMOS
           IF WS-BAN-VISIBLE(4) = 'S'
               PERFORM 240-COLA-SUSPENSO
           END-IF
           IF WS-BAN-VISIBLE(5) = 'S'
               PERFORM 250-COLA-PROPUESTAS
           END-IF
           IF WS-BAN-VISIBLE(6) = 'S'
               PERFORM 260-COLA-KYC
           END-IF.
       200-END.

       210-COLA-APROBACIONES.
      *    Nadie resuelve lo que pidio el mismo (APROBA001).
           OPEN INPUT APROB-FILE
           IF WS-APROB-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APROB-FSTATUS NOT = '00'
               READ APROB-FILE
                   AT END MOVE '10' TO WS-APROB-FSTATUS
                   NOT AT END
                       IF APR-ESTADO = 'P'
                          AND APR-SOLICITA NOT = LK-OPERADOR
                           ADD 1 TO WS-BAN-PEND(1)
                           MOVE APR-FECHA TO WS-FECHA-NUM
                           PERFORM 290-DIAS-ANTIGUEDAD
                           IF WS-DIAS-ANT > WS-DIAS-SLA-APR
                               ADD 1 TO WS-BAN-VENC(1)
                           END-IF
                           IF WS-BAN-ANT-FECHA(1) = SPACES
                              OR APR-FECHA < WS-BAN-ANT-FECHA(1)
                               MOVE APR-FECHA TO WS-BAN-ANT-FECHA(1)
                               MOVE APR-ID TO WS-BAN-ANT-REF(1)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APROB-FILE.
       210-END.

       220-COLA-COBRANZA.
      *    Casos abiertos del usuario en WS-BAN-USUARIO (tambien se
      *    usa para la vista de equipo). Los que estan en agencia
      *    externa (X) los trabaja COBEXT001.
           MOVE 0 TO WS-BAN-ANT-NRO
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
               READ CASOS-FILE
                   AT END MOVE '10' TO WS-CASOS-FSTATUS
                   NOT AT END
                       IF CAS-GESTOR = WS-BAN-USUARIO
                          AND (CAS-ESTADO = 'N' OR 'A' OR 'P'
                               OR 'E')
                           ADD 1 TO WS-BAN-PEND(2)
                           IF CAS-ESTADO = 'E'
                              OR (CAS-ESTADO = 'P'
                                  AND CAS-PROM-FECHA IS NUMERIC
                                  AND CAS-PROM-FECHA < WS-FECHA-HOY)
                               ADD 1 TO WS-BAN-VENC(2)
                           END-IF
                           IF WS-BAN-ANT-NRO = 0
                              OR CAS-NRO < WS-BAN-ANT-NRO
                               MOVE CAS-NRO TO WS-BAN-ANT-NRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASOS-FILE
           IF WS-BAN-ANT-NRO > 0
               MOVE WS-BAN-ANT-NRO(4:6) TO WS-BAN-ANT-REF(2)
           END-IF.
       220-END.

       230-COLA-RECLAMOS.
           OPEN INPUT RECLAMOS-FILE
           IF WS-REC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REC-FSTATUS NOT = '00'
               READ RECLAMOS-FILE
                   AT END MOVE '10' TO WS-REC-FSTATUS
                   NOT AT END
                       IF REC-ASIGNADO = WS-BAN-USUARIO
                          AND (REC-ESTADO = 'A' OR 'E')
                           ADD 1 TO WS-BAN-PEND(3)
                           IF REC-FECHA-LIMITE IS NUMERIC
                              AND REC-FECHA-LIMITE < WS-FECHA-HOY
                               ADD 1 TO WS-BAN-VENC(3)
                           END-IF
                           IF WS-BAN-ANT-FECHA(3) = SPACES
                              OR REC-FECHA-ALTA < WS-BAN-ANT-FECHA(3)
                               MOVE REC-FECHA-ALTA
                                   TO WS-BAN-ANT-FECHA(3)
                               MOVE REC-NRO TO WS-BAN-ANT-REF(3)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECLAMOS-FILE.
       230-END.

       240-COLA-SUSPENSO.
           OPEN INPUT SUSPENSO-FILE
           IF WS-SUSP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-FSTATUS NOT = '00'
               READ SUSPENSO-FILE
                   AT END MOVE '10' TO WS-SUSP-FSTATUS
                   NOT AT END
                       IF SUS-ESTADO = 'P'
                           ADD 1 TO WS-BAN-PEND(4)
                           MOVE SUS-FECHA-ALTA TO WS-FECHA-NUM
                           PERFORM 290-DIAS-ANTIGUEDAD
                           IF WS-DIAS-ANT > WS-DIAS-SLA-SUS
                               ADD 1 TO WS-BAN-VENC(4)
                           END-IF
                           IF WS-BAN-ANT-FECHA(4) = SPACES
                              OR SUS-FECHA-ALTA < WS-BAN-ANT-FECHA(4)
                               MOVE SUS-FECHA-ALTA
                                   TO WS-BAN-ANT-FECHA(4)
                               MOVE SUS-NRO TO WS-BAN-ANT-REF(4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSO-FILE.
       240-END.

       250-COLA-PROPUESTAS.
           MOVE 0 TO WS-BAN-ANT-NRO
           OPEN INPUT PROPUESTAS-FILE
           IF WS-PROP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROP-FSTATUS NOT = '00'
               READ PROPUESTAS-FILE
                   AT END MOVE '10' TO WS-PROP-FSTATUS
                   NOT AT END
                       IF LIM-ESTADO = 'P'
                           ADD 1 TO WS-BAN-PEND(5)
                           IF WS-BAN-ANT-NRO = 0
                              OR LIM-NRO < WS-BAN-ANT-NRO
                               MOVE LIM-NRO TO WS-BAN-ANT-NRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPUESTAS-FILE
           IF WS-BAN-ANT-NRO > 0
               MOVE WS-BAN-ANT-NRO TO WS-BAN-ANT-REF(5)
           END-IF.
       250-END.

       260-COLA-KYC.
      *    Documentos vigentes que vencen dentro del aviso; el mas
      *    antiguo es el de vencimiento mas proximo (o ya pasado).
           OPEN INPUT KYC-FILE
           IF WS-KYC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-KYC-FSTATUS NOT = '00'
               READ KYC-FILE
                   AT END MOVE '10' TO WS-KYC-FSTATUS
                   NOT AT END
                       IF KYC-ESTADO = 'A'
                          AND KYC-VENCIMIENTO IS NUMERIC
                          AND KYC-VENCIMIENTO <= WS-FECHA-AVISO
                           ADD 1 TO WS-BAN-PEND(6)
                           IF KYC-VENCIMIENTO < WS-FECHA-HOY
                               ADD 1 TO WS-BAN-VENC(6)
                           END-IF
                           IF WS-BAN-ANT-FECHA(6) = SPACES
                              OR KYC-VENCIMIENTO < WS-BAN-ANT-FECHA(6)
                               MOVE KYC-VENCIMIENTO
                                   TO WS-BAN-ANT-FECHA(6)
                               MOVE KYC-DOC-CLIENTE
                                   TO WS-BAN-ANT-REF(6)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KYC-FILE.
       260-END.

       290-DIAS-ANTIGUEDAD.
      *    Dias entre WS-FECHA-NUM (AAAAMMDD) y hoy; 0 si la fecha no
      *    es valida.
           MOVE 0 TO WS-DIAS-ANT
           IF WS-FECHA-NUM IS NUMERIC AND WS-FECHA-NUM > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUM) = 0
                   COMPUTE WS-FECHA-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                   COMPUTE WS-DIAS-ANT =
                       WS-HOY-ENTERO - WS-FECHA-ENTERO
               END-IF
           END-IF.
       290-END.

       400-VISTA-EQUIPO.
      *    Casos y reclamos abiertos de cada operador del equipo
      *    (misma sucursal; ADMIN ve todas). Lo compartido por rol
      *    (aprobaciones, suspenso, propuestas, KYC) ya figura en la
      *    bandeja del supervisor.
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "Opcion reservada al rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-CARGA-EQUIPO
           IF WS-EQU-COUNT = 0
               DISPLAY "No hay operadores en el equipo."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EQU-IDX FROM 1 BY 1
                   UNTIL WS-EQU-IDX > WS-EQU-COUNT
               MOVE 0 TO WS-BAN-PEND(2) WS-BAN-VENC(2)
                         WS-BAN-PEND(3) WS-BAN-VENC(3)
               MOVE SPACES TO WS-BAN-ANT-FECHA(3)
               MOVE WS-EQU-USUARIO(WS-EQU-IDX) TO WS-BAN-USUARIO
               PERFORM 220-COLA-COBRANZA
               PERFORM 230-COLA-RECLAMOS
               MOVE WS-BAN-PEND(2) TO WS-EQU-CAS-PEND(WS-EQU-IDX)
               MOVE WS-BAN-VENC(2) TO WS-EQU-CAS-VENC(WS-EQU-IDX)
               MOVE WS-BAN-PEND(3) TO WS-EQU-REC-PEND(WS-EQU-IDX)
               MOVE WS-BAN-VENC(3) TO WS-EQU-REC-VENC(WS-EQU-IDX)
           END-PERFORM
           PERFORM 420-CASOS-SIN-ASIGNAR
           DISPLAY "===================================="
           DISPLAY "         COLAS DEL EQUIPO           "
           DISPLAY "===================================="
           DISPLAY "USUARIO    NOMBRE                         "
                   "ROL        E CASOS FUERA RECL. FUERA"
           PERFORM VARYING WS-EQU-IDX FROM 1 BY 1
                   UNTIL WS-EQU-IDX > WS-EQU-COUNT
               MOVE SPACES TO WS-MARCA
               IF WS-EQU-CAS-VENC(WS-EQU-IDX) > 0
                  OR WS-EQU-REC-VENC(WS-EQU-IDX) > 0
                   MOVE "<<< FUERA DE PLAZO" TO WS-MARCA
               END-IF
               DISPLAY WS-EQU-USUARIO(WS-EQU-IDX) " "
                       WS-EQU-NOMBRE(WS-EQU-IDX) " "
                       WS-EQU-ROL(WS-EQU-IDX) " "
                       WS-EQU-ESTADO(WS-EQU-IDX) " "
                       WS-EQU-CAS-PEND(WS-EQU-IDX) " "
                       WS-EQU-CAS-VENC(WS-EQU-IDX) " "
                       WS-EQU-REC-PEND(WS-EQU-IDX) " "
                       WS-EQU-REC-VENC(WS-EQU-IDX) " "
                       WS-MARCA
           END-PERFORM
           DISPLAY "Casos de cobranza nuevos sin asignar: "
                   WS-CAS-SIN-ASIGNAR.
       400-END.

       410-CARGA-EQUIPO.
           MOVE 0 TO WS-EQU-COUNT
           OPEN INPUT OPERADORES-FILE
           IF WS-OPER-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPER-FSTATUS NOT = '00'
               READ OPERADORES-FILE
                   AT END MOVE '10' TO WS-OPER-FSTATUS
                   NOT AT END
                       MOVE OPER-SUCURSAL TO WS-EQU-SUCURSAL
                       IF WS-EQU-SUCURSAL = SPACES
                           MOVE '001' TO WS-EQU-SUCURSAL
                       END-IF
                       IF (OPER-ES-ADMIN
                           OR WS-EQU-SUCURSAL = LK-SUCURSAL)
                          AND WS-EQU-COUNT < 100
                           ADD 1 TO WS-EQU-COUNT
                           MOVE OPER-USUARIO
                               TO WS-EQU-USUARIO(WS-EQU-COUNT)
                           MOVE OPER-NOMBRE
                               TO WS-EQU-NOMBRE(WS-EQU-COUNT)
                           MOVE OPER-ROL TO WS-EQU-ROL(WS-EQU-COUNT)
                           MOVE OPER-ESTADO
                               TO WS-EQU-ESTADO(WS-EQU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES-FILE.
       410-END.

       420-CASOS-SIN-ASIGNAR.
           MOVE 0 TO WS-CAS-SIN-ASIGNAR
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
               READ CASOS-FILE
                   AT END MOVE '10' TO WS-CASOS-FSTATUS
                   NOT AT END
                       IF CAS-ESTADO = 'N' AND CAS-GESTOR = SPACES
                           ADD 1 TO WS-CAS-SIN-ASIGNAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASOS-FILE.
       420-END.

       500-REASIGNAR.
      *    Pasa los casos de cobranza y/o reclamos abiertos de un
      *    operador a otro habilitado del mismo equipo, de una vez.
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "Opcion reservada al rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Usuario que deja el trabajo: "
           ACCEPT WS-ORIGEN-ING
           DISPLAY "Usuario que lo recibe: "
           ACCEPT WS-DESTINO-ING
           IF WS-ORIGEN-ING = SPACES OR WS-DESTINO-ING = SPACES
              OR WS-ORIGEN-ING = WS-DESTINO-ING
               DISPLAY "Usuarios invalidos."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DST-BUF WS-DST-ROL
           MOVE WS-DESTINO-ING TO WS-DST-BUF
           MOVE SPACES TO WS-DST-ESTADO
           CALL 'OPERROL1' USING WS-DST-BUF WS-DST-ROL WS-DST-ESTADO
           IF WS-DST-ESTADO NOT = 'A'
               DISPLAY "El operador que recibe no esta habilitado."
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-ES-ADMIN
               MOVE '001' TO WS-DST-SUCURSAL
               CALL 'OPERSUC1' USING WS-DST-BUF WS-DST-SUCURSAL
               IF WS-DST-SUCURSAL NOT = LK-SUCURSAL
                   DISPLAY "El operador que recibe no es de su "
                           "sucursal."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Cola (C=Cobranza R=Reclamos T=Todas): "
           ACCEPT WS-COLA-ING
           MOVE FUNCTION UPPER-CASE(WS-COLA-ING) TO WS-COLA-ING
           IF WS-COLA-ING NOT = 'C' AND WS-COLA-ING NOT = 'R'
              AND WS-COLA-ING NOT = 'T'
               DISPLAY "Cola invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BAN-PEND(2) WS-BAN-VENC(2)
                     WS-BAN-PEND(3) WS-BAN-VENC(3)
           MOVE SPACES TO WS-BAN-ANT-FECHA(3)
           MOVE WS-ORIGEN-ING TO WS-BAN-USUARIO
           PERFORM 220-COLA-COBRANZA
           PERFORM 230-COLA-RECLAMOS
           IF WS-COLA-ING = 'R'
               MOVE 0 TO WS-BAN-PEND(2)
           END-IF
           IF WS-COLA-ING = 'C'
               MOVE 0 TO WS-BAN-PEND(3)
           END-IF
           IF WS-BAN-PEND(2) = 0 AND WS-BAN-PEND(3) = 0
               DISPLAY "El operador no tiene trabajo abierto en esa "
                       "cola."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Casos de cobranza a reasignar: " WS-BAN-PEND(2)
           DISPLAY "Reclamos a reasignar         : " WS-BAN-PEND(3)
           DISPLAY "Confirma la reasignacion a "
                   FUNCTION TRIM(WS-DESTINO-ING) " (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "Reasignacion cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-CAS WS-CONT-REC
           IF WS-BAN-PEND(2) > 0
               PERFORM 510-REASIGNA-CASOS
           END-IF
           IF WS-BAN-PEND(3) > 0
               PERFORM 520-REASIGNA-RECLAMOS
           END-IF
           DISPLAY "Reasignados: " WS-CONT-CAS " casos y "
                   WS-CONT-REC " reclamos.".
       500-END.

       510-REASIGNA-CASOS.
           MOVE 0 TO WS-CONT-ARCHIVO
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
               READ CASOS-FILE
                   AT END MOVE '10' TO WS-CASOS-FSTATUS
                   NOT AT END
                       IF CAS-GESTOR = WS-ORIGEN-ING
                          AND (CAS-ESTADO = 'N' OR 'A' OR 'P'
                               OR 'E')
                           MOVE WS-DESTINO-ING TO CAS-GESTOR
                           ADD 1 TO WS-CONT-ARCHIVO
                           MOVE 'COBRANZA' TO WS-LOG-TIPO
                           MOVE CAS-NRO TO WS-LOG-NRO
                           PERFORM 590-LOG-REASIGNACION
                       END-IF
                       MOVE CASO-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE CASOS-FILE TMP-FILE
           MOVE WS-CONT-ARCHIVO TO WS-CONT-CAS
           IF WS-CONT-ARCHIVO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT CASOS-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO CASO-RECORD
                       WRITE CASO-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE CASOS-FILE.
       510-END.

       520-REASIGNA-RECLAMOS.
           MOVE 0 TO WS-CONT-ARCHIVO
           OPEN INPUT RECLAMOS-FILE
           IF WS-REC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-REC-FSTATUS NOT = '00'
               READ RECLAMOS-FILE
                   AT END MOVE '10' TO WS-REC-FSTATUS
                   NOT AT END
                       IF REC-ASIGNADO = WS-ORIGEN-ING
                          AND (REC-ESTADO = 'A' OR 'E')
                           MOVE WS-DESTINO-ING TO REC-ASIGNADO
                           MOVE WS-FECHA-HOY TO REC-FECHA-ESTADO
                           ADD 1 TO WS-CONT-ARCHIVO
                           MOVE 'RECLAMO' TO WS-LOG-TIPO
                           MOVE REC-NRO TO WS-LOG-NRO
                           PERFORM 590-LOG-REASIGNACION
                       END-IF
                       MOVE RECLAMO-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE RECLAMOS-FILE TMP-FILE
           MOVE WS-CONT-ARCHIVO TO WS-CONT-REC
           IF WS-CONT-ARCHIVO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT RECLAMOS-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO RECLAMO-RECORD
                       WRITE RECLAMO-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE RECLAMOS-FILE.
       520-END.

       590-LOG-REASIGNACION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FSTATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-RECORD
           STRING WS-FECHAHORA(1:8) "-" WS-FECHAHORA(9:6) " "
                  WS-LOG-TIPO " " WS-LOG-NRO " DE " WS-ORIGEN-ING
                  " A " WS-DESTINO-ING " POR " LK-OPERADOR
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.
       590-END.

       0300-FIN.
           EXIT PROGRAM.
       END PROGRAM BANDEJA001.

       01  WS-NOMBRE-ING               PIC X(30).
       01  WS-ROL-ING                  PIC X(10).
           88  ROL-VALIDO              VALUE 'CAJERO' 'SUPERVISOR'
                                             'ADMIN' 'COMPLIANCE'.
       01  WS-SUCURSAL-ING             PIC X(03).
       01  WS-FECHAHORA-LOG            PIC X(26).
       01  WS-LOG-ACCION               PIC X(60).
       300-END.

       350-PEDIR-ROL.
           DISPLAY "Ingrese el rol (CAJERO/SUPERVISOR/ADMIN/"
                   "COMPLIANCE): "
           ACCEPT WS-ROL-ING
           MOVE FUNCTION UPPER-CASE(WS-ROL-ING) TO WS-ROL-ING
           IF NOT ROL-VALIDO

           05  FILLER PIC X(25) VALUE "TESORO.DAT".
           05  FILLER PIC X(25) VALUE "TESORO_MOVS.DAT".
           05  FILLER PIC X(25) VALUE "TESORO_TRANSITO.DAT".
           05  FILLER PIC X(25) VALUE "CAJEROS_ATM.DAT".
           05  FILLER PIC X(25) VALUE "CAJEROS_DISPENSADO.DAT".
           05  FILLER PIC X(25) VALUE "CAJAS_SEGURIDAD.DAT".
           05  FILLER PIC X(25) VALUE "CAJAS_CONTRATOS.DAT".
           05  FILLER PIC X(25) VALUE "CAJAS_ACCESOS.LOG".
           05  FILLER PIC X(25) VALUE "DEBDIR_EMPRESAS.DAT".
           05  FILLER PIC X(25) VALUE "DEBDIR_MANDATOS.DAT".
           05  FILLER PIC X(25) VALUE "DEBDIR_APLICADOS.DAT".
           05  FILLER PIC X(25) VALUE "BARRIDOS.DAT".
           05  FILLER PIC X(25) VALUE "BARRIDOS.LOG".
           05  FILLER PIC X(25) VALUE "ECHEQ.DAT".
           05  FILLER PIC X(25) VALUE "ECHEQ_ENDOSOS.DAT".
           05  FILLER PIC X(25) VALUE "CHEQUES_RECHAZADOS.DAT".
           05  FILLER PIC X(25) VALUE "INHABILITADOS.DAT".
           05  FILLER PIC X(25) VALUE "BCRA_EXTRACTOS.DAT".
           05  FILLER PIC X(25) VALUE "CONCIL_BCRA.DAT".
           05  FILLER PIC X(25) VALUE "CUENTA_BCRA.DAT".
           05  FILLER PIC X(25) VALUE "ENCAJE_POSICION.DAT".
           05  FILLER PIC X(25) VALUE "CUENTAS_CIERRE.DAT".
           05  FILLER PIC X(25) VALUE "PERSONAS_JURIDICAS.DAT".
           05  FILLER PIC X(25) VALUE "VINCULOS_JURIDICOS.DAT".
           05  FILLER PIC X(25) VALUE "AUTOCERT_FISCAL.DAT".
           05  FILLER PIC X(25) VALUE "RIESGO_CLIENTES.DAT".
           05  FILLER PIC X(25) VALUE "AML_INVESTIGACION.DAT".
           05  FILLER PIC X(25) VALUE "AML_CASO_NOTAS.DAT".
           05  FILLER PIC X(25) VALUE "AML_CASO_MOVS.DAT".
           05  FILLER PIC X(25) VALUE "ROS_UIF.DAT".
           05  FILLER PIC X(25) VALUE "RETENCIONES_CTP.DAT".
           05  FILLER PIC X(25) VALUE "ALERTAS_SUSC.DAT".
           05  FILLER PIC X(25) VALUE "ALERTAS_CTRL.DAT".
           05  FILLER PIC X(25) VALUE "COMPROBANTES.DAT".
           05  FILLER PIC X(25) VALUE "MARCAS_CLIENTE.DAT".
           05  FILLER PIC X(25) VALUE "REASIGNACIONES.LOG".
           05  FILLER PIC X(25) VALUE "NOCTURNO.CTL".
           05  FILLER PIC X(25) VALUE "TRANSF_PROG.DAT".
           05  FILLER PIC X(25) VALUE "CHEQUES_DEPOSITADOS.DAT".
           05  FILLER PIC X(25) VALUE "CHEQUES_DIFERIDOS.DAT".
           05  FILLER PIC X(25) VALUE "SEGUROS_COBROS.DAT".
           05  FILLER PIC X(25) VALUE "DEVENG_HIP.DAT".
           05  FILLER PIC X(25) VALUE "GLMAP.DAT".
           05  FILLER PIC X(25) VALUE "PLAN_CUENTAS.DAT".
           05  FILLER PIC X(25) VALUE "GL_MOVS_MES.DAT".
           05  FILLER PIC X(25) VALUE "GL_EJERCICIOS.DAT".
           05  FILLER PIC X(25) VALUE "SEGUROS_SINIESTROS.DAT".
           05  FILLER PIC X(25) VALUE "SEGUROS_REMESAS.DAT".
           05  FILLER PIC X(25) VALUE "AML_CASOS.DAT".
           05  FILLER PIC X(25) VALUE "LIMITE_PROPUESTAS.DAT".
           05  FILLER PIC X(25) VALUE "ENTREGAS.DAT".
           05  FILLER PIC X(25) VALUE "EMAILS_REBOTADOS.DAT".
           05  FILLER PIC X(25) VALUE "PAQUETES.DAT".
           05  FILLER PIC X(25) VALUE "EXENCIONES_PAQ.DAT".
           05  FILLER PIC X(25) VALUE "LIBRE_DEUDA.DAT".
           05  FILLER PIC X(25) VALUE "OFERTAS.DAT".
           05  FILLER PIC X(25) VALUE "COBEMP_FACTURAS.DAT".
           05  FILLER PIC X(25) VALUE "SIMULACIONES.DAT".
           05  FILLER PIC X(25) VALUE "DIFERIMIENTOS.DAT".
           05  FILLER PIC X(25) VALUE "APROBACIONES.LOG".
           05  FILLER PIC X(25) VALUE "TRANSF_PROG.LOG".
           05  FILLER PIC X(25) VALUE "APODERADOS_USO.LOG".
           05  FILLER PIC X(25) VALUE "COTIZ_FX.DAT".
           05  FILLER PIC X(25) VALUE "FX_OPERACIONES.DAT".
           05  FILLER PIC X(25) VALUE "PIZARRA_PF.DAT".
           05  FILLER PIC X(25) VALUE "PF_TASA_PREF.DAT".
           05  FILLER PIC X(25) VALUE "PRESTAMOS.DAT".
           05  FILLER PIC X(25) VALUE "PREST_CUOTAS.DAT".
           05  FILLER PIC X(25) VALUE "PUNITORIOS_HIP.DAT".
           05  FILLER PIC X(25) VALUE "PAGOS_PARCIALES_HIP.DAT".
           05  FILLER PIC X(25) VALUE "CONDICIONES_HIP.DAT".
           05  FILLER PIC X(25) VALUE "HIPOTECAS_UVA.DAT".
           05  FILLER PIC X(25) VALUE "INDICES.DAT".
           05  FILLER PIC X(25) VALUE "CASTIGOS.DAT".
           05  FILLER PIC X(25) VALUE "CASTIGO_RECUP.DAT".
           05  FILLER PIC X(25) VALUE "AGENCIAS_COB.DAT".
           05  FILLER PIC X(25) VALUE "AGENCIA_MOV.DAT".
           05  FILLER PIC X(25) VALUE "COMISION_AGENCIAS.DAT".
           05  FILLER PIC X(25) VALUE "CARTAS_EMITIDAS.DAT".
           05  FILLER PIC X(25) VALUE "PLANES_PAGO_TARJ.DAT".
           05  FILLER PIC X(25) VALUE "PRESENTAC_APLICADAS.DAT".
           05  FILLER PIC X(25) VALUE "AUTORIZ_TARJ.DAT".
           05  FILLER PIC X(25) VALUE "AUTORIZ_TARJ_HIST.DAT".
           05  FILLER PIC X(25) VALUE "CONTRACARGOS_TARJ.DAT".
           05  FILLER PIC X(25) VALUE "FRAUDE_CASOS.DAT".
           05  FILLER PIC X(25) VALUE "FRAUDE_LLAMADAS.DAT".
           05  FILLER PIC X(25) VALUE "PLASTICOS_TARJ.DAT".
           05  FILLER PIC X(25) VALUE "COMISIONES_RENOV.DAT".
           05  FILLER PIC X(25) VALUE "MOVS_TARJ_MONEDA.DAT".
           05  FILLER PIC X(25) VALUE "TARJ_CORPORATIVAS.DAT".
           05  FILLER PIC X(25) VALUE "MOVS_CORPORATIVOS.DAT".
           05  FILLER PIC X(25) VALUE "TARJ_DEBITO.DAT".
       01  WS-RSP-FIJOS REDEFINES WS-RSP-LISTA.
           05  WS-RSP-FIJO OCCURS 146 TIMES PIC X(25).
       01  WS-RSP-TABLA.
           05  WS-RSP-NOMBRE OCCURS 300 TIMES PIC X(25).
       01  WS-RSP-COUNT                PIC 9(3).
      *    reimpresion identica no sobrevive a una perdida de disco.
           MOVE 0 TO WS-RSP-COUNT
           PERFORM VARYING WS-RSP-FIDX FROM 1 BY 1
                   UNTIL WS-RSP-FIDX > 146
               ADD 1 TO WS-RSP-COUNT
               MOVE WS-RSP-FIJO(WS-RSP-FIDX)
                   TO WS-RSP-NOMBRE(WS-RSP-COUNT)

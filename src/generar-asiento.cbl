      * RE-DIGITAR LOS TOTALES DEL REGISTRO IMPRESO:
      *   - REGISTRO DE CABECERA (TIPO 01) CON PERIODO Y FECHA.
      *   - UN REGISTRO DE DETALLE (TIPO 02) POR CUENTA, CON CARGO O
      *     ABONO. CARGOS DE GASTO, UNO POR CADA CENTRO DE COSTO DE
      *     LAS BOLETAS (FD-PLA-CENTRO-COSTO): SUELDOS DEL MES (NETOS
      *     DE VACACIONES, INASISTENCIAS Y DIAS SUBSIDIADOS),
      *     VACACIONES, HORAS EXTRAS, BONIFICACIONES, ASIGNACION
      *     FAMILIAR Y APORTE ESSALUD. POR EL TOTAL DE LA EMPRESA:
      *     SUBSIDIOS POR COBRAR A ESSALUD Y LOS ABONOS: NETO POR
      *     PAGAR, PENSIONES POR PAGAR (ONP Y AFP POR SEPARADO, SALE
      *     DE FD-PLA-REG-PENSION), QUINTA POR PAGAR, RETENCIONES
      *     JUDICIALES POR PAGAR, RECUPERO DE PRESTAMOS AL PERSONAL,
      *     ESSALUD POR PAGAR (EL APORTE MENOS EL CREDITO EPS) Y LOS
      *     DESCUENTOS FIJOS Y EL CREDITO EPS POR REMESAR A CADA
      *     ENTIDAD (VER GENERAR-REMESAS).
      *     LAS CUENTAS SALEN DE LA TABLA CUENTAS.DAT (VER CUENTA.CPY,
      *     SE MANTIENE CON MANTENER-CUENTAS): LA DEL CENTRO DE COSTO
      *     SI TIENE PROPIA, SI NO LA GENERAL DEL CONCEPTO.
      *   - REGISTRO DE TOTALES (TIPO 99) CON LA SUMA DEL DEBE Y DEL
      *     HABER, IGUAL QUE LOS TIPOS 99 DE EXPORTAR-DECLARACIONES.
      * SI EL DEBE NO CUADRA CON EL HABER EL PROGRAMA TERMINA CON
      * RETURN-CODE 8 PARA FRENAR LA IMPORTACION DESDE EL SCRIPT,
      * IGUAL QUE CUADRE-INTEGRIDAD. TAMBIEN TERMINA CON RETURN-CODE 8,
      * SIN GRABAR EL ASIENTO, SI A UN CONCEPTO CON MONTO LE FALTA
      * CUENTA EN LA TABLA.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

      *> TABLA DE CUENTAS CONTABLES POR CONCEPTO Y CENTRO DE COSTO.
           SELECT CUENTAS ASSIGN TO "../data/cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT ASIENTO ASSIGN TO "../data/asiento.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  PERIODOS.
           COPY periodo.

       FD  CUENTAS.
           COPY cuenta.

       FD  ASIENTO.
       01 ASI-CAB-REG.
          05 ASI-CAB-TIPO               PIC X(2).
          05 ASI-DET-GLOSA              PIC X(30).
          05 ASI-DET-DEBE               PIC 9(11)V99.
          05 ASI-DET-HABER              PIC 9(11)V99.
      *>    CENTRO DE COSTO DE LOS CARGOS DE GASTO; EN BLANCO EN LOS
      *>    RENGLONES QUE VAN POR EL TOTAL DE LA EMPRESA. VA AL FINAL
      *>    PARA NO MOVER LAS POSICIONES QUE YA LEE CONTABILIDAD.
          05 ASI-DET-CENTRO-COSTO       PIC X(6).
       01 ASI-TOT-REG.
          05 ASI-TOT-TIPO               PIC X(2).
          05 ASI-TOT-CANTIDAD           PIC 9(6).
             "NO HAY BOLETAS DEL PERIODO PEDIDO EN PLANILLA.DAT".
       01 WS-DISPLAY-NO-CUADRA          PIC X(60)   VALUE
             "EL ASIENTO NO CUADRA, NO IMPORTAR: REVISE PLANILLA.DAT".
       01 WS-DISPLAY-NO-CUENTAS         PIC X(60)   VALUE
             "NO SE ENCONTRO CUENTAS.DAT; CORRA MANTENER-CUENTAS".
       01 WS-DISPLAY-SIN-CUENTA         PIC X(60)   VALUE
             "FALTA CUENTA EN CUENTAS.DAT PARA CONCEPTO/CENTRO: ".
       01 WS-DISPLAY-NO-GENERADO        PIC X(60)   VALUE
             "ASIENTO NO GENERADO; COMPLETE CON MANTENER-CUENTAS".
       01 WS-DISPLAY-CUENTAS-LLENA      PIC X(60)   VALUE
             "TABLA DE CUENTAS LLENA; SE IGNORA: ".
       01 WS-DISPLAY-CENTROS-LLENA      PIC X(60)   VALUE
             "DEMASIADOS CENTROS DE COSTO EN EL PERIODO; NO SE GENERA".
       01 WS-DISPLAY-SIN-CENTRO         PIC X(60)   VALUE
             "BOLETAS SIN CENTRO DE COSTO (CUENTA GENERAL): ".

       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
          88 WS-PLANILLA-OK                         VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-PERIODOS-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-CUENTAS                 PIC X(2)    VALUE "00".
          88 WS-CUENTAS-OK                          VALUE "00".
          88 WS-CUENTAS-NO-EXISTE                   VALUE "35".

       01 WS-DISPLAY-PLA-SIN-REORG      PIC X(60)   VALUE
             "PLANILLA.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
          88 WS-PERIODO-VALIDO                      VALUE "S".
          88 WS-PERIODO-INVALIDO                    VALUE "N".

      *> CARGOS DE GASTO DEL ASIENTO, ACUMULADOS POR CENTRO DE COSTO
      *> EN EL ORDEN EN QUE APARECEN EN LAS BOLETAS (UN CENTRO EN
      *> BLANCO JUNTA LAS BOLETAS SIN CENTRO). EL CARGO DE SUELDOS VA
      *> NETO DEL PAGO DE VACACIONES (QUE TIENE SU PROPIA CUENTA) Y DE
      *> LOS DESCUENTOS POR INASISTENCIAS Y TARDANZAS, ASI EL DEBE
      *> CUADRA CONTRA EL HABER SIN CUENTAS DE AJUSTE. EL CARGO DE
      *> SUELDOS LLEVA SIGNO: UNA BOLETA PUEDE APORTAR NEGATIVO (UN
      *> GOCE DE 30 DIAS MAS UNA TARDANZA, O UN SUBSIDIO TOPEADO AL
      *> BRUTO) Y SIN SIGNO EL ACUMULADO SE CORROMPERIA EN SILENCIO.
       01 WS-TABLA-CENTROS.
          05 WS-CANT-CENTROS            PIC 9(3)    VALUE 0.
          05 WS-CC-ENTRADA OCCURS 100 TIMES.
             10 WS-CC-CODIGO            PIC X(6).
             10 WS-CC-SUELDOS           PIC S9(11)V99.
             10 WS-CC-VACACIONES        PIC 9(11)V99.
             10 WS-CC-HORAS-EXTRAS      PIC 9(11)V99.
             10 WS-CC-BONIFICACIONES    PIC 9(11)V99.
             10 WS-CC-ASIG-FAMILIAR     PIC 9(11)V99.
             10 WS-CC-ESSALUD           PIC 9(11)V99.
       01 WS-CC-INDICE                  PIC 9(3).
       01 WS-CC-POSICION                PIC 9(3).
       01 WS-CENTROS-DESBORDE           PIC X(1)    VALUE "N".
          88 WS-CENTROS-DESBORDADOS                 VALUE "S".
       01 WS-CANT-SIN-CENTRO            PIC 9(5)    VALUE 0.

      *> CUENTAS.DAT CARGADO EN MEMORIA; UN RENGLON POSTERIOR PARA EL
      *> MISMO CONCEPTO Y CENTRO REEMPLAZA AL ANTERIOR AL CARGAR.
       01 WS-TABLA-CUENTAS.
          05 WS-CANT-CUENTAS            PIC 9(3)    VALUE 0.
          05 WS-TCTA-ENTRADA OCCURS 300 TIMES.
             10 WS-TCTA-CONCEPTO        PIC X(8).
             10 WS-TCTA-CENTRO-COSTO    PIC X(6).
             10 WS-TCTA-CUENTA          PIC X(6).
             10 WS-TCTA-GLOSA           PIC X(30).
       01 WS-TCTA-INDICE                PIC 9(3).
       01 WS-TCTA-POSICION              PIC 9(3).

      *> CONCEPTO Y CENTRO DE COSTO QUE SE BUSCAN EN LA TABLA (ENTRADA
      *> DE 400); 400 DEJA LA CUENTA Y LA GLOSA EN WS-RENGLON-*.
       01 WS-BUSCAR-CONCEPTO            PIC X(8).
       01 WS-BUSCAR-CENTRO-COSTO        PIC X(6).

      *> LOS RENGLONES SE RECORREN DOS VECES CON LA MISMA RUTINA
      *> (210): PRIMERO SOLO PARA VERIFICAR QUE TODO CONCEPTO CON
      *> MONTO TENGA CUENTA, Y RECIEN DESPUES PARA GRABAR, ASI UNA
      *> TABLA INCOMPLETA NO DEJA UN ASIENTO.DAT A MEDIAS.
       01 WS-PASADA                     PIC X(1)    VALUE "V".
          88 WS-PASADA-VERIFICAR                    VALUE "V".
          88 WS-PASADA-GRABAR                       VALUE "G".
       01 WS-CANT-SIN-CUENTA            PIC 9(3)    VALUE 0.

      *> CARGO POR COBRAR Y ABONOS, POR EL TOTAL DE LA EMPRESA.
       01 WS-ACUMULADORES-ASIENTO.
          05 WS-CARGO-SUBSIDIOS         PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-NETO              PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-ONP               PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-PRESTAMOS         PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-ADELANTOS         PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-ESSALUD           PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-SINDICATO         PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-EPS-TRABAJADOR    PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-EPS-CREDITO       PIC 9(11)V99 VALUE 0.
          05 WS-ABONO-ONCOLOGICO        PIC 9(11)V99 VALUE 0.

       01 WS-TOTAL-DEBE                 PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-HABER                PIC 9(11)V99 VALUE 0.
       01 WS-RENGLON-LADO               PIC X(1).
          88 WS-RENGLON-ES-DEBE                     VALUE "D".
          88 WS-RENGLON-ES-HABER                    VALUE "H".
       01 WS-RENGLON-CENTRO-COSTO       PIC X(6).
       01 WS-RENGLON-CUENTA-HALLADA     PIC X(1).
          88 WS-CUENTA-HALLADA                      VALUE "S".
          88 WS-CUENTA-NO-HALLADA                   VALUE "N".

       PROCEDURE DIVISION.


              IF WS-CANT-BOLETAS = ZERO
                 DISPLAY WS-DISPLAY-SIN-BOLETAS
                 STOP RUN
              END-IF
              IF WS-CENTROS-DESBORDADOS
                 DISPLAY WS-DISPLAY-CENTROS-LLENA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-CANT-SIN-CENTRO > 0
                 DISPLAY WS-DISPLAY-SIN-CENTRO WS-CANT-SIN-CENTRO
              END-IF

              PERFORM 050-CARGAR-CUENTAS
              SET WS-PASADA-VERIFICAR TO TRUE
              PERFORM 210-EMITIR-RENGLONES
              IF WS-CANT-SIN-CUENTA > 0
                 DISPLAY WS-DISPLAY-NO-GENERADO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN OUTPUT ASIENTO
                 PERFORM 200-GRABAR-ASIENTO
              CLOSE PERIODOS
           END-IF.

      *> CARGA CUENTAS.DAT EN MEMORIA. SIN TABLA NO HAY ASIENTO: SE
      *> FRENA CON RETURN-CODE 8 COMO CUALQUIER OTRO DESCUADRE.
       050-CARGAR-CUENTAS.
           MOVE ZERO TO WS-CANT-CUENTAS.
           OPEN INPUT CUENTAS.
           IF WS-CUENTAS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-CUENTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET FLAG-NO-LEIDO TO TRUE.
           READ CUENTAS
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           PERFORM UNTIL FLAG-LEIDO
                   PERFORM 060-GUARDAR-CUENTA
                   READ CUENTAS
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE CUENTAS.
           SET FLAG-NO-LEIDO TO TRUE.

      *> UN RENGLON PARA UN CONCEPTO Y CENTRO YA CARGADOS REEMPLAZA
      *> LA CUENTA ANTERIOR (MANDA EL ULTIMO DEL ARCHIVO).
       060-GUARDAR-CUENTA.
           MOVE ZERO TO WS-TCTA-POSICION.
           PERFORM VARYING WS-TCTA-INDICE FROM 1 BY 1
                   UNTIL WS-TCTA-INDICE > WS-CANT-CUENTAS
                      OR WS-TCTA-POSICION > ZERO
                   IF WS-TCTA-CONCEPTO(WS-TCTA-INDICE) =
                          FD-CTA-CONCEPTO AND
                      WS-TCTA-CENTRO-COSTO(WS-TCTA-INDICE) =
                          FD-CTA-CENTRO-COSTO
                      MOVE WS-TCTA-INDICE TO WS-TCTA-POSICION
                   END-IF
           END-PERFORM.

           IF WS-TCTA-POSICION = ZERO
              IF WS-CANT-CUENTAS < 300
                 ADD 1 TO WS-CANT-CUENTAS
                 MOVE WS-CANT-CUENTAS TO WS-TCTA-POSICION
                 MOVE FD-CTA-CONCEPTO
                     TO WS-TCTA-CONCEPTO(WS-TCTA-POSICION)
                 MOVE FD-CTA-CENTRO-COSTO
                     TO WS-TCTA-CENTRO-COSTO(WS-TCTA-POSICION)
              ELSE
                 DISPLAY WS-DISPLAY-CUENTAS-LLENA
                     FD-CTA-CONCEPTO " " FD-CTA-CENTRO-COSTO
              END-IF
           END-IF.

           IF WS-TCTA-POSICION > ZERO
              MOVE FD-CTA-CUENTA TO WS-TCTA-CUENTA(WS-TCTA-POSICION)
              MOVE FD-CTA-GLOSA TO WS-TCTA-GLOSA(WS-TCTA-POSICION)
           END-IF.

       100-ACUMULAR-BOLETA.
           IF FD-PLA-PERIODO = WS-PERIODO-PROCESO-NUM
              ADD 1 TO WS-CANT-BOLETAS
              PERFORM 110-UBICAR-CENTRO
           END-IF.

           IF FD-PLA-PERIODO = WS-PERIODO-PROCESO-NUM AND
              WS-CC-POSICION > ZERO
      *>      LA PARTE SUBSIDIADA DE LAS LICENCIAS NO ES GASTO DE LA
      *>      EMPRESA: SALE DEL CARGO DE SUELDOS Y VA COMO CUENTA POR
      *>      COBRAR A ESSALUD, QUE ES QUIEN LA REEMBOLSA.
              COMPUTE WS-CC-SUELDOS(WS-CC-POSICION) =
                  WS-CC-SUELDOS(WS-CC-POSICION) +
                  FD-PLA-SUELDO-BASE - FD-PLA-VACACIONES -
                  FD-PLA-DESC-NOVEDADES - FD-PLA-SUBSIDIO
              ADD FD-PLA-SUBSIDIO TO WS-CARGO-SUBSIDIOS
              ADD FD-PLA-VACACIONES
                  TO WS-CC-VACACIONES(WS-CC-POSICION)
              ADD FD-PLA-HORAS-EXTRAS
                  TO WS-CC-HORAS-EXTRAS(WS-CC-POSICION)
              ADD FD-PLA-BONIFICACION
                  TO WS-CC-BONIFICACIONES(WS-CC-POSICION)
              ADD FD-PLA-ASIG-FAMILIAR
                  TO WS-CC-ASIG-FAMILIAR(WS-CC-POSICION)
              ADD FD-PLA-APORTE-ESSALUD
                  TO WS-CC-ESSALUD(WS-CC-POSICION)

              ADD FD-PLA-NETO TO WS-ABONO-NETO
              IF FD-PLA-REG-PENSION-ONP
              ADD FD-PLA-RETENCION-JUDICIAL TO WS-ABONO-JUDICIAL
              ADD FD-PLA-DESC-PRESTAMO TO WS-ABONO-PRESTAMOS
              ADD FD-PLA-ADELANTO TO WS-ABONO-ADELANTOS
      *>      EL CREDITO EPS SE LE PAGA A LA EPS EN VEZ DE A ESSALUD:
      *>      EL CARGO DE GASTO SIGUE SIENDO EL APORTE COMPLETO.
              COMPUTE WS-ABONO-ESSALUD = WS-ABONO-ESSALUD +
                  FD-PLA-APORTE-ESSALUD - FD-PLA-CREDITO-EPS
              ADD FD-PLA-CUOTA-SINDICAL TO WS-ABONO-SINDICATO
              ADD FD-PLA-DESC-EPS TO WS-ABONO-EPS-TRABAJADOR
              ADD FD-PLA-CREDITO-EPS TO WS-ABONO-EPS-CREDITO
              ADD FD-PLA-SEGURO-ONCOLOGICO TO WS-ABONO-ONCOLOGICO
           END-IF.

           READ PLANILLA
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.

      *> DEJA EN WS-CC-POSICION EL CASILLERO DEL CENTRO DE COSTO DE
      *> LA BOLETA, ABRIENDOLO SI ES EL PRIMERO. CON LA TABLA LLENA
      *> QUEDA EN CERO Y EL ASIENTO NO SE GENERA (ESTARIA INCOMPLETO).
       110-UBICAR-CENTRO.
           IF FD-PLA-CENTRO-COSTO = SPACES
              ADD 1 TO WS-CANT-SIN-CENTRO
           END-IF.
           MOVE ZERO TO WS-CC-POSICION.
           PERFORM VARYING WS-CC-INDICE FROM 1 BY 1
                   UNTIL WS-CC-INDICE > WS-CANT-CENTROS
                      OR WS-CC-POSICION > ZERO
                   IF WS-CC-CODIGO(WS-CC-INDICE) = FD-PLA-CENTRO-COSTO
                      MOVE WS-CC-INDICE TO WS-CC-POSICION
                   END-IF
           END-PERFORM.

           IF WS-CC-POSICION = ZERO
              IF WS-CANT-CENTROS < 100
                 ADD 1 TO WS-CANT-CENTROS
                 MOVE WS-CANT-CENTROS TO WS-CC-POSICION
                 INITIALIZE WS-CC-ENTRADA(WS-CC-POSICION)
                 MOVE FD-PLA-CENTRO-COSTO
                     TO WS-CC-CODIGO(WS-CC-POSICION)
              ELSE
                 SET WS-CENTROS-DESBORDADOS TO TRUE
              END-IF
           END-IF.

      *> GRABA CABECERA, LOS RENGLONES CON MOVIMIENTO Y EL REGISTRO
      *> DE TOTALES.
       200-GRABAR-ASIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE "01" TO ASI-CAB-TIPO.
           MOVE WS-FECHA-SISTEMA TO ASI-CAB-FECHA.
           WRITE ASI-CAB-REG.

           SET WS-PASADA-GRABAR TO TRUE.
           PERFORM 210-EMITIR-RENGLONES.

           MOVE "99" TO ASI-TOT-TIPO.
           MOVE WS-CANT-RENGLONES TO ASI-TOT-CANTIDAD.
           MOVE WS-TOTAL-DEBE TO ASI-TOT-DEBE.
           MOVE WS-TOTAL-HABER TO ASI-TOT-HABER.
           WRITE ASI-TOT-REG.

      *> TODOS LOS RENGLONES DEL ASIENTO, EN EL ORDEN DE SIEMPRE:
      *> PRIMERO LOS CARGOS DE GASTO DE CADA CENTRO DE COSTO, DESPUES
      *> LOS SUBSIDIOS POR COBRAR Y LOS ABONOS DE LA EMPRESA.
       210-EMITIR-RENGLONES.
           PERFORM VARYING WS-CC-INDICE FROM 1 BY 1
                   UNTIL WS-CC-INDICE > WS-CANT-CENTROS
                   PERFORM 220-EMITIR-GASTOS-CENTRO
           END-PERFORM.

           MOVE SPACES TO WS-RENGLON-CENTRO-COSTO.
           SET WS-RENGLON-ES-DEBE TO TRUE.
           MOVE "SUBSIDIO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CARGO-SUBSIDIOS TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           SET WS-RENGLON-ES-HABER TO TRUE.
           MOVE "NETO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-NETO TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "ONP" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-ONP TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "AFP" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-AFP TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "QUINTA" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-QUINTA TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "JUDICIAL" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-JUDICIAL TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "PRESTAMO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-PRESTAMOS TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "ADELANTO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-ADELANTOS TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "ESSALPAG" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-ESSALUD TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "SINDICAT" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-SINDICATO TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "EPSTRAB" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-EPS-TRABAJADOR TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "EPSCRED" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-EPS-CREDITO TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "ONCOLOG" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-ABONO-ONCOLOGICO TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

      *> LOS SEIS CARGOS DE GASTO DE UN CENTRO DE COSTO.
       220-EMITIR-GASTOS-CENTRO.
           MOVE WS-CC-CODIGO(WS-CC-INDICE) TO WS-RENGLON-CENTRO-COSTO.
           SET WS-RENGLON-ES-DEBE TO TRUE.

           MOVE "SUELDOS" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CC-SUELDOS(WS-CC-INDICE) TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "VACACION" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CC-VACACIONES(WS-CC-INDICE) TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "HEXTRAS" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CC-HORAS-EXTRAS(WS-CC-INDICE) TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "BONIFIC" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CC-BONIFICACIONES(WS-CC-INDICE)
               TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "ASIGFAM" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CC-ASIG-FAMILIAR(WS-CC-INDICE) TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

           MOVE "ESSALUD" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-CC-ESSALUD(WS-CC-INDICE) TO WS-RENGLON-MONTO.
           PERFORM 230-EMITIR-CONCEPTO.

      *> RESUELVE LA CUENTA DEL CONCEPTO EN WS-BUSCAR-CONCEPTO PARA
      *> WS-RENGLON-CENTRO-COSTO. EN LA PASADA DE VERIFICACION SOLO
      *> CUENTA LOS CONCEPTOS CON MONTO Y SIN CUENTA; EN LA DE
      *> GRABACION EMITE EL RENGLON.
       230-EMITIR-CONCEPTO.
           MOVE WS-RENGLON-CENTRO-COSTO TO WS-BUSCAR-CENTRO-COSTO.
           PERFORM 400-BUSCAR-CUENTA.
           IF WS-PASADA-VERIFICAR
              IF WS-CUENTA-NO-HALLADA AND WS-RENGLON-MONTO NOT = ZERO
                 DISPLAY WS-DISPLAY-SIN-CUENTA
                     WS-BUSCAR-CONCEPTO " " WS-RENGLON-CENTRO-COSTO
                 ADD 1 TO WS-CANT-SIN-CUENTA
              END-IF
           ELSE
              PERFORM 300-GRABAR-RENGLON
           END-IF.

      *> UNA CUENTA SIN MOVIMIENTO EN EL PERIODO NO GENERA RENGLON.
      *> UNA CUENTA EN NEGATIVO NO SE EMITE (EL ARCHIVO NO LLEVA
              MOVE "02" TO ASI-DET-TIPO
              MOVE WS-RENGLON-CUENTA TO ASI-DET-CUENTA
              MOVE WS-RENGLON-GLOSA TO ASI-DET-GLOSA
              MOVE WS-RENGLON-CENTRO-COSTO TO ASI-DET-CENTRO-COSTO
              IF WS-RENGLON-ES-DEBE
                 MOVE WS-RENGLON-MONTO TO ASI-DET-DEBE
                 MOVE ZERO TO ASI-DET-HABER
              WRITE ASI-DET-REG
              ADD 1 TO WS-CANT-RENGLONES
           END-IF.

      *> BUSCA LA CUENTA DEL CONCEPTO PARA EL CENTRO DE COSTO PEDIDO;
      *> SI EL CENTRO NO TIENE RENGLON PROPIO, USA EL GENERAL (CENTRO
      *> EN BLANCO).
       400-BUSCAR-CUENTA.
           SET WS-CUENTA-NO-HALLADA TO TRUE.
           MOVE SPACES TO WS-RENGLON-CUENTA.
           MOVE SPACES TO WS-RENGLON-GLOSA.
           PERFORM 410-RECORRER-CUENTAS.
           IF WS-CUENTA-NO-HALLADA AND
              WS-BUSCAR-CENTRO-COSTO NOT = SPACES
              MOVE SPACES TO WS-BUSCAR-CENTRO-COSTO
              PERFORM 410-RECORRER-CUENTAS
           END-IF.

       410-RECORRER-CUENTAS.
           PERFORM VARYING WS-TCTA-INDICE FROM 1 BY 1
                   UNTIL WS-TCTA-INDICE > WS-CANT-CUENTAS
                      OR WS-CUENTA-HALLADA
                   IF WS-TCTA-CONCEPTO(WS-TCTA-INDICE) =
                          WS-BUSCAR-CONCEPTO AND
                      WS-TCTA-CENTRO-COSTO(WS-TCTA-INDICE) =
                          WS-BUSCAR-CENTRO-COSTO
                      SET WS-CUENTA-HALLADA TO TRUE
                      MOVE WS-TCTA-CUENTA(WS-TCTA-INDICE)
                          TO WS-RENGLON-CUENTA
                      MOVE WS-TCTA-GLOSA(WS-TCTA-INDICE)
                          TO WS-RENGLON-GLOSA
                   END-IF
           END-PERFORM.

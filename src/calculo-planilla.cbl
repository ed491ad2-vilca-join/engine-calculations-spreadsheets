      * VALOR CON LA VIGENCIA MAS RECIENTE QUE NO SEA POSTERIOR AL
      * PERIODO (AAAAMM) QUE SE PIDE AL INICIO. ASI UN PERIODO
      * ANTIGUO SE PUEDE RECALCULAR CON LAS TASAS QUE REGIAN ESE MES.
      * CON EL MISMO CRITERIO, EL SUELDO DE CADA EMPLEADO SE TOMA DEL
      * HISTORIAL DE SUELDOS.DAT (VER SUELDO.CPY) Y NO DEL MAESTRO.
      * LOS DESCUENTOS FIJOS RECURRENTES (CUOTA SINDICAL, EPS, SEGURO
      * ONCOLOGICO) SE TOMAN DE CONCEPTOS.DAT (VER CONCEPTO.CPY Y
      * CAPTURA-CONCEPTOS) MIENTRAS ESTEN VIGENTES EN EL PERIODO.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-ACU-CLAVE
               FILE STATUS IS WS-FS-ACUMULADOS.

      *> HISTORIAL DE SUELDOS CON FECHA DE VIGENCIA (VER SUELDO.CPY):
      *> EL SUELDO DE LA BOLETA ES EL QUE REGIA EN EL PERIODO, NO EL
      *> DEL MAESTRO HOY. ACCESO DYNAMIC PARA RECORRER LOS SUELDOS DE
      *> CADA EMPLEADO CON START, COMO LOS PRESTAMOS.
           SELECT SUELDOS ASSIGN TO "../data/sueldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SUE-CLAVE
               FILE STATUS IS WS-FS-SUELDOS.

      *> DESCUENTOS FIJOS RECURRENTES POR EMPLEADO (VER CONCEPTO.CPY):
      *> ACCESO DYNAMIC PARA RECORRER LOS CONCEPTOS DE CADA EMPLEADO
      *> CON START, COMO LOS PRESTAMOS.
           SELECT CONCEPTOS ASSIGN TO "../data/conceptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CFI-CLAVE
               FILE STATUS IS WS-FS-CONCEPTOS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACUMULADOS.
           COPY acumulado.

       FD  SUELDOS.
           COPY sueldo.

       FD  CONCEPTOS.
           COPY concepto.

       WORKING-STORAGE SECTION.
       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
       01 WS-FS-ACUMULADOS              PIC X(2)    VALUE "00".
          88 WS-ACUMULADOS-OK                       VALUE "00".
          88 WS-ACUMULADOS-NO-EXISTE                VALUE "35".
       01 WS-FS-SUELDOS                 PIC X(2)    VALUE "00".
          88 WS-SUELDOS-OK                          VALUE "00".
          88 WS-SUELDOS-NO-EXISTE                   VALUE "35".
       01 WS-FS-CONCEPTOS               PIC X(2)    VALUE "00".
          88 WS-CONCEPTOS-OK                        VALUE "00".
          88 WS-CONCEPTOS-NO-EXISTE                 VALUE "35".

      *> CASILLERO (1-6) DEL MES DEL PERIODO DENTRO DE SU SEMESTRE.
       01 WS-ACU-SLOT                   PIC 9(1).
          88 WS-RETENCIONES-SI-ARCHIVO              VALUE "N".
          88 WS-RETENCIONES-NO-ARCHIVO              VALUE "S".

      *> SUELDO QUE REGIA EN EL PERIODO PARA EL EMPLEADO EN PROCESO
      *> (VER 205); REEMPLAZA A FD-EMPLEADO-SUELDO-BASE EN TODO EL
      *> CALCULO DE LA BOLETA.
       01 WS-SUELDO-VIGENTE             PIC 9(7)V99.
       01 WS-SIN-SUELDOS                PIC X(1)    VALUE "N".
          88 WS-SUELDOS-SI-ARCHIVO                  VALUE "N".
          88 WS-SUELDOS-NO-ARCHIVO                  VALUE "S".

      *> DESCUENTOS FIJOS DEL EMPLEADO EN PROCESO (VER 227), CADA UNO
      *> EN SU CAMPO PORQUE VAN A ENTIDADES DISTINTAS. EL AFILIADO A
      *> UNA EPS TIENE DERECHO A UN CREDITO CONTRA EL APORTE A
      *> ESSALUD: EL 25% DEL APORTE, SIN PASAR DEL 10% DE LA UIT (SON
      *> LOS DE LEY Y VAN COMO LITERALES, COMO LOS TRAMOS DE QUINTA).
      *> EL APORTE SIGUE SIENDO EL COSTO TOTAL; A ESSALUD SE LE PAGA
      *> EL APORTE MENOS EL CREDITO Y EL CREDITO SE LE PAGA A LA EPS.
       01 WS-CONCEPTOS-FIJOS.
          05 WS-CUOTA-SINDICAL          PIC 9(7)V99.
          05 WS-DESC-EPS                PIC 9(7)V99.
          05 WS-SEGURO-ONCOLOGICO       PIC 9(7)V99.
          05 WS-MONTO-CONCEPTO          PIC 9(7)V99.
          05 WS-CREDITO-EPS             PIC 9(7)V99.
          05 WS-TOPE-CREDITO-EPS        PIC 9(7)V99.
       01 WS-AFILIADO-EPS               PIC X(1)    VALUE "N".
          88 WS-CON-EPS                             VALUE "S".
          88 WS-SIN-EPS                             VALUE "N".
       01 WS-SIN-CONCEPTOS              PIC X(1)    VALUE "N".
          88 WS-CONCEPTOS-SI-ARCHIVO                VALUE "N".
          88 WS-CONCEPTOS-NO-ARCHIVO                VALUE "S".

       01 WS-DISPLAY-INPUT-PERIODO      PIC X(50)   VALUE
             "INGRESE PERIODO DE PLANILLA (AAAAMM): ".
       01 WS-DISPLAY-INPUT-OPERADOR     PIC X(50)   VALUE
                    PERFORM 022-ABRIR-RETENCIONES
                    PERFORM 023-ABRIR-SUBSIDIOS
                    PERFORM 024-ABRIR-ADELANTOS
                    PERFORM 025-ABRIR-SUELDOS
                    PERFORM 026-ABRIR-CONCEPTOS
                    READ EMPLEADOS
                        AT END SET FLAG-LEIDO TO TRUE
                    END-READ
                    IF WS-ADELANTOS-SI-ARCHIVO
                       CLOSE ADELANTOS
                    END-IF
                    IF WS-SUELDOS-SI-ARCHIVO
                       CLOSE SUELDOS
                    END-IF
                    IF WS-CONCEPTOS-SI-ARCHIVO
                       CLOSE CONCEPTOS
                    END-IF
                    DISPLAY "BOLETAS GENERADAS: " WS-CONTADOR-BOLETAS
                    IF WS-TOTAL-ADELANTOS > ZERO
                       MOVE WS-TOTAL-ADELANTOS TO WS-TOTAL-EDITADO
              SET WS-ADELANTOS-NO-ARCHIVO TO TRUE
           END-IF.

      *> QUE NO EXISTA SUELDOS.DAT ES NORMAL MIENTRAS NINGUN SUELDO
      *> HAYA CAMBIADO: TODOS LOS EMPLEADOS COBRAN EL DEL MAESTRO.
       025-ABRIR-SUELDOS.
           SET WS-SUELDOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
              SET WS-SUELDOS-NO-ARCHIVO TO TRUE
           END-IF.

      *> QUE NO EXISTA CONCEPTOS.DAT ES NORMAL MIENTRAS NO SE HAYA
      *> REGISTRADO NINGUN DESCUENTO FIJO: NO SE DESCUENTA NADA.
       026-ABRIR-CONCEPTOS.
           SET WS-CONCEPTOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT CONCEPTOS.
           IF WS-CONCEPTOS-NO-EXISTE
              SET WS-CONCEPTOS-NO-ARCHIVO TO TRUE
           END-IF.

      *> RESUELVE, UNA SOLA VEZ POR CORRIDA, EL VALOR VIGENTE DE CADA
      *> TASA PARA EL PERIODO PEDIDO. SI FALTA ALGUNA NO SE CALCULA LA
      *> PLANILLA: MEJOR FRENAR QUE PAGAR CON UNA TASA EN CERO.
           MOVE ZERO TO WS-MONTO-AFP-APORTE.
           MOVE ZERO TO WS-MONTO-AFP-SEGURO.
           MOVE ZERO TO WS-MONTO-AFP-COMISION.
           PERFORM 205-RESOLVER-SUELDO.
           MOVE WS-SUELDO-VIGENTE TO WS-BRUTO.

           IF FD-EMPLEADO-CON-ASIG-FAMILIAR
              COMPUTE WS-BRUTO = WS-BRUTO + WS-MONTO-ASIG-FAMILIAR
           COMPUTE WS-NETO = WS-BRUTO - WS-DESCUENTO-PENSION
               - WS-RETENCION-QUINTA.

      *> LA RETENCION JUDICIAL, LOS DESCUENTOS FIJOS Y LAS CUOTAS DE
      *> PRESTAMOS SE DESCUENTAN DEL NETO DESPUES DE PENSION Y
      *> QUINTA, EN ESE ORDEN (EL MANDATO JUDICIAL TIENE PRIORIDAD) Y
      *> TOPEADOS AL NETO DISPONIBLE PARA NO DEJAR LA BOLETA EN
      *> NEGATIVO.
           MOVE WS-NETO TO WS-NETO-DISPONIBLE.
           PERFORM 225-APLICAR-RETENCION-JUDICIAL.
           PERFORM 227-APLICAR-CONCEPTOS-FIJOS.
           PERFORM 230-APLICAR-PRESTAMOS.
           COMPUTE WS-NETO = WS-NETO - WS-RETENCION-JUDICIAL
               - WS-CUOTA-SINDICAL - WS-DESC-EPS
               - WS-SEGURO-ONCOLOGICO - WS-DESC-PRESTAMOS.

      *> LA PARTE SUBSIDIADA DE LAS LICENCIAS SE PAGA AL EMPLEADO EN
      *> LA MISMA BOLETA, LIBRE DE DESCUENTOS: ENTRA AL NETO RECIEN
           COMPUTE WS-APORTE-ESSALUD ROUNDED =
               WS-BRUTO * WS-TASA-ESSALUD.

      *> CREDITO EPS DEL AFILIADO (VER WS-CONCEPTOS-FIJOS): TAMPOCO
      *> TOCA EL NETO, SOLO REPARTE EL APORTE ENTRE ESSALUD Y LA EPS.
           MOVE ZERO TO WS-CREDITO-EPS.
           IF WS-CON-EPS
              COMPUTE WS-CREDITO-EPS ROUNDED =
                  WS-APORTE-ESSALUD * 0.25
              COMPUTE WS-TOPE-CREDITO-EPS ROUNDED =
                  WS-MONTO-UIT * 0.10
              IF WS-CREDITO-EPS > WS-TOPE-CREDITO-EPS
                 MOVE WS-TOPE-CREDITO-EPS TO WS-CREDITO-EPS
              END-IF
           END-IF.

      *> SUELDO DEL EMPLEADO EN PROCESO QUE REGIA EN EL PERIODO: SE
      *> RECORREN SUS SUELDOS (START POR LA CLAVE PARCIAL, READ NEXT
      *> HASTA CAMBIAR DE EMPLEADO, COMO 230) Y QUEDA EL DE VIGENCIA
      *> MAS RECIENTE QUE NO SEA POSTERIOR AL FIN DE MES DEL PERIODO.
      *> SIN HISTORIAL (O CON UNA PRIMERA VIGENCIA POSTERIOR AL
      *> PERIODO) SE USA EL SUELDO DEL MAESTRO, COMO ANTES.
       205-RESOLVER-SUELDO.
           MOVE FD-EMPLEADO-SUELDO-BASE TO WS-SUELDO-VIGENTE.
           IF WS-SUELDOS-NO-ARCHIVO
              CONTINUE
           ELSE
              MOVE FD-EMPLEADO-ID TO FD-SUE-EMPLEADO-ID
              MOVE ZERO TO FD-SUE-VIGENCIA
              START SUELDOS KEY IS >= FD-SUE-CLAVE
                  INVALID KEY CONTINUE
              END-START
              IF WS-SUELDOS-OK
                 SET FLAG-NO-LEIDO TO TRUE
                 READ SUELDOS NEXT RECORD
                     AT END SET FLAG-LEIDO TO TRUE
                 END-READ
                 PERFORM UNTIL FLAG-LEIDO
                         IF FD-SUE-EMPLEADO-ID = FD-EMPLEADO-ID AND
                            FD-SUE-VIGENCIA <= WS-PERIODO-TOPE-VIG
                            MOVE FD-SUE-MONTO TO WS-SUELDO-VIGENTE
                            READ SUELDOS NEXT RECORD
                                AT END SET FLAG-LEIDO TO TRUE
                            END-READ
                         ELSE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
           END-IF.

      *> VALORIZA LAS NOVEDADES DEL EMPLEADO EN PROCESO Y LAS APLICA
      *> AL BRUTO. VALOR DIA = SUELDO/30 Y VALOR HORA = SUELDO/240,
      *> COMO SE LIQUIDABA EN LA HOJA DE CALCULO QUE ESTO REEMPLAZA;
      *> EL SUELDO ES EL VIGENTE EN EL PERIODO (205).
       210-APLICAR-NOVEDADES.
           MOVE ZERO TO WS-MONTO-HE25.
           MOVE ZERO TO WS-MONTO-HE35.
           MOVE ZERO TO WS-MONTO-TARDANZA.

           COMPUTE WS-VALOR-DIA ROUNDED =
               WS-SUELDO-VIGENTE / 30.
           COMPUTE WS-VALOR-HORA ROUNDED =
               WS-SUELDO-VIGENTE / 240.

           PERFORM VARYING WS-NOV-INDICE FROM 1 BY 1
                   UNTIL WS-NOV-INDICE > WS-CANT-NOVEDADES
       215-APLICAR-VACACIONES.
           MOVE ZERO TO WS-DIAS-GOCE.
           MOVE ZERO TO WS-MONTO-VACACIONES.
           MOVE WS-SUELDO-VIGENTE TO WS-MONTO-SUELDO-MES.

           PERFORM VARYING WS-VAC-INDICE FROM 1 BY 1
                   UNTIL WS-VAC-INDICE > WS-CANT-VACACIONES

           IF WS-DIAS-GOCE > ZERO
              COMPUTE WS-MONTO-VACACIONES ROUNDED =
                  WS-SUELDO-VIGENTE * WS-DIAS-GOCE / 30
              COMPUTE WS-MONTO-SUELDO-MES =
                  WS-SUELDO-VIGENTE - WS-MONTO-VACACIONES
           END-IF.

      *> SIN DIAS LE EN ESTA CORRIDA NO SE CREA REGISTRO; PERO SI LA
              END-IF
           END-IF.

      *> RECORRE LOS DESCUENTOS FIJOS DEL EMPLEADO EN PROCESO (START
      *> POR LA CLAVE PARCIAL, READ NEXT HASTA CAMBIAR DE EMPLEADO,
      *> COMO 230) Y APLICA LOS QUE ESTAN VIGENTES EN EL PERIODO.
       227-APLICAR-CONCEPTOS-FIJOS.
           MOVE ZERO TO WS-CUOTA-SINDICAL.
           MOVE ZERO TO WS-DESC-EPS.
           MOVE ZERO TO WS-SEGURO-ONCOLOGICO.
           SET WS-SIN-EPS TO TRUE.
           IF WS-CONCEPTOS-NO-ARCHIVO
              CONTINUE
           ELSE
              MOVE FD-EMPLEADO-ID TO FD-CFI-EMPLEADO-ID
              MOVE LOW-VALUES TO FD-CFI-CONCEPTO
              START CONCEPTOS KEY IS >= FD-CFI-CLAVE
                  INVALID KEY CONTINUE
              END-START

              IF WS-CONCEPTOS-OK
                 SET FLAG-NO-LEIDO TO TRUE
                 READ CONCEPTOS NEXT RECORD
                     AT END SET FLAG-LEIDO TO TRUE
                 END-READ
                 PERFORM UNTIL FLAG-LEIDO
                         IF FD-CFI-EMPLEADO-ID = FD-EMPLEADO-ID
                            PERFORM 228-APLICAR-UN-CONCEPTO
                            READ CONCEPTOS NEXT RECORD
                                AT END SET FLAG-LEIDO TO TRUE
                            END-READ
                         ELSE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
           END-IF.

      *> UN DESCUENTO FIJO RIGE SI ESTA ACTIVO Y EL PERIODO CAE EN SU
      *> VIGENCIA (HASTA EN CERO ES SIN TERMINO). TIPO P ES FRACCION
      *> DEL BRUTO; TIPO M ES MONTO FIJO. SE TOPEA AL NETO DISPONIBLE,
      *> COMO LA RETENCION JUDICIAL. LA AFILIACION A LA EPS CUENTA
      *> PARA EL CREDITO AUNQUE EL DESCUENTO QUEDE TOPEADO.
       228-APLICAR-UN-CONCEPTO.
           IF FD-CFI-ACTIVO
              AND FD-CFI-PERIODO-DESDE <= WS-PERIODO-PROCESO-NUM
              AND (FD-CFI-PERIODO-HASTA = ZERO
                   OR FD-CFI-PERIODO-HASTA >= WS-PERIODO-PROCESO-NUM)
              IF FD-CFI-PORCENTAJE
                 COMPUTE WS-MONTO-CONCEPTO ROUNDED =
                     WS-BRUTO * FD-CFI-VALOR
              ELSE
                 MOVE FD-CFI-VALOR TO WS-MONTO-CONCEPTO
              END-IF
              IF WS-MONTO-CONCEPTO > WS-NETO-DISPONIBLE
                 MOVE WS-NETO-DISPONIBLE TO WS-MONTO-CONCEPTO
                 DISPLAY "DESCUENTO FIJO TOPEADO AL NETO DISPONIBLE: "
                     FD-CFI-EMPLEADO-ID " " FD-CFI-CONCEPTO
              END-IF
              SUBTRACT WS-MONTO-CONCEPTO FROM WS-NETO-DISPONIBLE
              EVALUATE TRUE
                  WHEN FD-CFI-SINDICATO
                      ADD WS-MONTO-CONCEPTO TO WS-CUOTA-SINDICAL
                  WHEN FD-CFI-EPS
                      ADD WS-MONTO-CONCEPTO TO WS-DESC-EPS
                      SET WS-CON-EPS TO TRUE
                  WHEN FD-CFI-ONCOLOGICO
                      ADD WS-MONTO-CONCEPTO TO WS-SEGURO-ONCOLOGICO
              END-EVALUATE
           END-IF.

      *> RECORRE LOS PRESTAMOS DEL EMPLEADO EN PROCESO (START POR LA
      *> CLAVE PARCIAL, READ NEXT HASTA CAMBIAR DE EMPLEADO) Y APLICA
      *> LA CUOTA DE CADA UNO; LA REBAJA DEL SALDO QUEDA GRABADA EN
              WRITE BOL-LINEA
           END-IF.

           IF WS-CUOTA-SINDICAL > ZERO
              MOVE WS-CUOTA-SINDICAL TO WS-MONTO-EDITADO
              MOVE SPACES TO BOL-LINEA
              STRING "CUOTA SINDICAL          -" WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO BOL-LINEA
              WRITE BOL-LINEA
           END-IF.

           IF WS-DESC-EPS > ZERO
              MOVE WS-DESC-EPS TO WS-MONTO-EDITADO
              MOVE SPACES TO BOL-LINEA
              STRING "APORTE EPS              -" WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO BOL-LINEA
              WRITE BOL-LINEA
           END-IF.

           IF WS-SEGURO-ONCOLOGICO > ZERO
              MOVE WS-SEGURO-ONCOLOGICO TO WS-MONTO-EDITADO
              MOVE SPACES TO BOL-LINEA
              STRING "SEGURO ONCOLOGICO       -" WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO BOL-LINEA
              WRITE BOL-LINEA
           END-IF.

           IF WS-DESC-PRESTAMOS > ZERO
              MOVE WS-DESC-PRESTAMOS TO WS-MONTO-EDITADO
              MOVE SPACES TO BOL-LINEA
               DELIMITED BY SIZE INTO BOL-LINEA.
           WRITE BOL-LINEA.

           IF WS-CREDITO-EPS > ZERO
              MOVE WS-CREDITO-EPS TO WS-MONTO-EDITADO
              MOVE SPACES TO BOL-LINEA
              STRING "CREDITO EPS              " WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO BOL-LINEA
              WRITE BOL-LINEA
           END-IF.

           MOVE SPACES TO BOL-LINEA.
           WRITE BOL-LINEA.

           MOVE FD-EMPLEADO-ID TO FD-PLA-EMPLEADO-ID.
           MOVE FD-EMPLEADO-REG-PENSION TO FD-PLA-REG-PENSION.
           MOVE FD-EMPLEADO-COMISION-AFP TO FD-PLA-COMISION-AFP.
           MOVE WS-SUELDO-VIGENTE TO FD-PLA-SUELDO-BASE.
           IF FD-EMPLEADO-CON-ASIG-FAMILIAR
              MOVE WS-MONTO-ASIG-FAMILIAR TO FD-PLA-ASIG-FAMILIAR
           END-IF.
           MOVE WS-RETENCION-JUDICIAL TO FD-PLA-RETENCION-JUDICIAL.
           MOVE WS-DESC-PRESTAMOS TO FD-PLA-DESC-PRESTAMO.
           MOVE WS-MONTO-ADELANTO TO FD-PLA-ADELANTO.
           MOVE WS-CUOTA-SINDICAL TO FD-PLA-CUOTA-SINDICAL.
           MOVE WS-DESC-EPS TO FD-PLA-DESC-EPS.
           MOVE WS-SEGURO-ONCOLOGICO TO FD-PLA-SEGURO-ONCOLOGICO.
           MOVE WS-APORTE-ESSALUD TO FD-PLA-APORTE-ESSALUD.
           MOVE WS-CREDITO-EPS TO FD-PLA-CREDITO-EPS.
           MOVE WS-NETO TO FD-PLA-NETO.
           MOVE FD-EMPLEADO-CENTRO-COSTO TO FD-PLA-CENTRO-COSTO.
           MOVE FD-EMPLEADO-AREA TO FD-PLA-AREA.

      *> EL PERIODO SE BARRIO EN 019, ASI QUE NORMALMENTE ES UN WRITE
      *> NUEVO; EL REWRITE QUEDA COMO RESGUARDO SI LA CLAVE YA

      *   - INDEMNIZACION POR DESPIDO ARBITRARIO (SOLO MOTIVO DE):
      *     1.5 REMUNERACIONES POR ANIO Y DOZAVOS, TOPE 12 REM.
      * LA ASIGNACION FAMILIAR Y LA TASA ESSALUD SE TOMAN DE TASAS.DAT
      * CON LA VIGENCIA A LA FECHA DE CESE, Y EL SUELDO DEL HISTORIAL
      * DE SUELDOS.DAT CON ESA MISMA VIGENCIA. LA CONSTANCIA DE QUIEN
      * PROCESO EL CESE QUEDA EN LA BITACORA (MODO 4 DE
      * MOTOR-CALCULOS); AQUI SOLO SE EMITE EL DOCUMENTO.
      *****************************************************************
               RECORD KEY IS FD-PRE-CLAVE
               FILE STATUS IS WS-FS-PRESTAMOS.

      *> HISTORIAL DE SUELDOS (VER SUELDO.CPY): LA REMUNERACION
      *> COMPUTABLE ES EL SUELDO QUE REGIA A LA FECHA DE CESE; ACCESO
      *> DYNAMIC PARA RECORRER LOS SUELDOS DEL CESADO CON START.
           SELECT SUELDOS ASSIGN TO "../data/sueldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SUE-CLAVE
               FILE STATUS IS WS-FS-SUELDOS.

           SELECT LIQUIDACION ASSIGN TO "../data/liquidacion-cese.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  PRESTAMOS.
           COPY prestamo.

       FD  SUELDOS.
           COPY sueldo.

       FD  LIQUIDACION.
       01 LIQ-LINEA                     PIC X(80).

       01 WS-FS-PRESTAMOS               PIC X(2)    VALUE "00".
          88 WS-PRESTAMOS-OK                        VALUE "00".
          88 WS-PRESTAMOS-NO-EXISTE                 VALUE "35".
       01 WS-FS-SUELDOS                 PIC X(2)    VALUE "00".
          88 WS-SUELDOS-OK                          VALUE "00".
          88 WS-SUELDOS-NO-EXISTE                   VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
           MOVE FD-EMPLEADO-FECHA-CESE TO WS-CESE-FECHA.
           PERFORM 210-RESOLVER-TASAS.

           PERFORM 230-RESOLVER-SUELDO.
           IF FD-EMPLEADO-CON-ASIG-FAMILIAR
              COMPUTE WS-REMUNERACION =
                  WS-REMUNERACION + WS-MONTO-ASIG-FAMILIAR
              SET WS-TASAS-INCOMPLETAS TO TRUE
           END-IF.

      *> SUELDO QUE REGIA A LA FECHA DE CESE: EL DE VIGENCIA MAS
      *> RECIENTE QUE NO SEA POSTERIOR AL CESE (START POR LA CLAVE
      *> PARCIAL, READ NEXT HASTA CAMBIAR DE EMPLEADO, COMO 350). SIN
      *> SUELDOS.DAT O SIN HISTORIAL DEL CESADO QUEDA EL DEL MAESTRO.
       230-RESOLVER-SUELDO.
           MOVE FD-EMPLEADO-SUELDO-BASE TO WS-REMUNERACION.
           OPEN INPUT SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
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
                            FD-SUE-VIGENCIA <= WS-CESE-FECHA-NUM
                            MOVE FD-SUE-MONTO TO WS-REMUNERACION
                            READ SUELDOS NEXT RECORD
                                AT END SET FLAG-LEIDO TO TRUE
                            END-READ
                         ELSE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
              CLOSE SUELDOS
           END-IF.

      *****************************************************************
      * COMPUTO DE LOS BENEFICIOS TRUNCOS. TODO EL TIEMPO DE SERVICIO
      * SE TRABAJA EN MESES CALENDARIO (ANIO*12+MES) Y TREINTAVOS,

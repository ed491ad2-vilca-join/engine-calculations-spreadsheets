      * CORRIDA DE ADELANTO DE QUINCENA: A MITAD DE MES PAGA A CADA
      * EMPLEADO ACTIVO DEL MAESTRO UN PORCENTAJE DEL SUELDO BASE
      * (TASA "ADELANTO" DE TASAS.DAT, CON LA MISMA REGLA DE VIGENCIA
      * DE CALCULO-PLANILLA); EL SUELDO ES EL QUE RIGE EN EL PERIODO
      * SEGUN EL HISTORIAL DE SUELDOS.DAT (VER SUELDO.CPY):
      *   - DEJA REGISTRADO LO ADELANTADO POR EMPLEADO Y PERIODO EN
      *     ADELANTOS.DAT (VER ADELANTO.CPY); LA CORRIDA DE FIN DE
      *     MES DE CALCULO-PLANILLA LO DESCUENTA EN LA BOLETA ANTES
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

      *> HISTORIAL DE SUELDOS (VER SUELDO.CPY); ACCESO DYNAMIC PARA
      *> RECORRER LOS SUELDOS DE CADA EMPLEADO CON START.
           SELECT SUELDOS ASSIGN TO "../data/sueldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SUE-CLAVE
               FILE STATUS IS WS-FS-SUELDOS.

           SELECT ABONOS ASSIGN TO "../data/abonos-adelanto.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  PERIODOS.
           COPY periodo.

       FD  SUELDOS.
           COPY sueldo.

       FD  ABONOS.
       01 ABO-CAB-REG.
          05 ABO-CAB-TIPO               PIC X(2).
       01 WS-FS-ADELANTOS               PIC X(2)    VALUE "00".
          88 WS-ADELANTOS-OK                        VALUE "00".
          88 WS-ADELANTOS-NO-EXISTE                 VALUE "35".
       01 WS-FS-SUELDOS                 PIC X(2)    VALUE "00".
          88 WS-SUELDOS-OK                          VALUE "00".
          88 WS-SUELDOS-NO-EXISTE                   VALUE "35".
       01 WS-FS-PERIODOS                PIC X(2)    VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-TASAS-INCOMPLETAS                   VALUE "N".

       01 WS-MONTO-ADELANTO             PIC 9(7)V99.
      *> SUELDO QUE RIGE EN EL PERIODO PARA EL EMPLEADO EN PROCESO.
       01 WS-SUELDO-VIGENTE             PIC 9(7)V99.
       01 WS-SIN-SUELDOS                PIC X(1)    VALUE "N".
          88 WS-SUELDOS-SI-ARCHIVO                  VALUE "N".
          88 WS-SUELDOS-NO-ARCHIVO                  VALUE "S".
       01 WS-FECHA-SISTEMA              PIC X(8).
       01 WS-FECHA-HORA                 PIC X(14).
       01 WS-CANTIDAD-ABONOS            PIC 9(6)    VALUE 0.
           ELSE
              PERFORM 030-ABRIR-ADELANTOS
              PERFORM 040-LIMPIAR-PERIODO-ADELANTOS
              PERFORM 060-ABRIR-SUELDOS
              OPEN OUTPUT ABONOS
              PERFORM 050-GRABAR-CABECERA

              CLOSE EMPLEADOS
              CLOSE ADELANTOS
              CLOSE ABONOS
              IF WS-SUELDOS-SI-ARCHIVO
                 CLOSE SUELDOS
              END-IF

              DISPLAY "ADELANTOS REGISTRADOS: " WS-CONTADOR-ADELANTOS
              DISPLAY "ABONOS GENERADOS:      " WS-CANTIDAD-ABONOS
           MOVE WS-FECHA-SISTEMA TO ABO-CAB-FECHA.
           WRITE ABO-CAB-REG.

      *> QUE NO EXISTA SUELDOS.DAT ES NORMAL MIENTRAS NINGUN SUELDO
      *> HAYA CAMBIADO: SE ADELANTA SOBRE EL SUELDO DEL MAESTRO.
       060-ABRIR-SUELDOS.
           SET WS-SUELDOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
              SET WS-SUELDOS-NO-ARCHIVO TO TRUE
           END-IF.

       100-ADELANTAR-EMPLEADO.
           IF FD-EMPLEADO-ACTIVO
              PERFORM 110-RESOLVER-SUELDO
              COMPUTE WS-MONTO-ADELANTO ROUNDED =
                  WS-SUELDO-VIGENTE * WS-TASA-ADELANTO
              IF WS-MONTO-ADELANTO > ZERO
                 PERFORM 200-REGISTRAR-ADELANTO
                 IF FD-EMPLEADO-CCI = SPACES
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.

      *> SUELDO DEL EMPLEADO QUE RIGE EN EL PERIODO: EL DE VIGENCIA
      *> MAS RECIENTE QUE NO SEA POSTERIOR AL FIN DE MES (START POR
      *> LA CLAVE PARCIAL, READ NEXT HASTA CAMBIAR DE EMPLEADO, COMO
      *> 205-RESOLVER-SUELDO DE CALCULO-PLANILLA). SIN HISTORIAL QUEDA
      *> EL SUELDO DEL MAESTRO. EL FLAG SE DEVUELVE EN "NO LEIDO"
      *> PORQUE ES EL MISMO QUE CONTROLA EL RECORRIDO DEL MAESTRO.
       110-RESOLVER-SUELDO.
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

      *> EL PERIODO SE BARRIO EN 040, ASI QUE NORMALMENTE ES UN WRITE
      *> NUEVO; EL REWRITE QUEDA COMO RESGUARDO SI LA CLAVE YA
      *> EXISTIERA. QUEDA SIEMPRE LO DE LA ULTIMA CORRIDA, QUE ES LO

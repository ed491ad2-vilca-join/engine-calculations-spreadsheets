       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-BENEFICIOS.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * PROVISION MENSUAL DE BENEFICIOS SOCIALES. GENERAR-ASIENTO SOLO
      * REGISTRA LO PAGADO EN EL MES Y LAS GRATIFICACIONES Y LA CTS
      * RECIEN APARECEN CUANDO CORRE CALCULO-BENEFICIOS; ESTA CORRIDA
      * DEVENGA MES A MES, POR CADA EMPLEADO ACTIVO CON BOLETA EN EL
      * PERIODO:
      *   - GRATIFICACION: UN SEXTO DE LA REMUNERACION DEL MES SEGUN
      *     ACUMULADOS.DAT, MAS LA BONIFICACION EXTRAORDINARIA (TASA
      *     ESSALUD DE TASAS.DAT), IGUAL QUE CALCULO-BENEFICIOS.
      *   - CTS: UN DOZAVO DE LA REMUNERACION DEL MES MAS UN SEXTO DE
      *     ELLA (LA MISMA APROXIMACION DE CALCULO-BENEFICIOS).
      *   - VACACIONES: SALDO DE DIAS PENDIENTES AL CIERRE DEL MES CON
      *     EL CALCULO DE REPORTE-VACACIONES (DEVENGUE MENOS GOCES
      *     REGISTRADOS), VALORIZADO CON LA REMUNERACION VACACIONAL
      *     (SUELDO VIGENTE EN EL PERIODO SEGUN SUELDOS.DAT, COMO EN
      *     CALCULO-PLANILLA, MAS ASIGNACION FAMILIAR SEGUN LA TASA
      *     ASIGFAM VIGENTE). SE PROVISIONA EL MOVIMIENTO DEL SALDO
      *     CONTRA EL ULTIMO MES PROVISIONADO: EL GOCE LO CONSUME SOLO.
      * CADA MES SE GRABA EN PROVISIONES.DAT (VER PROVISION.CPY; EL
      * RECALCULO DE UN MES REESCRIBE SU REGISTRO) Y SE EMITE EL
      * ASIENTO DE PROVISION EN ASIENTO-PROVISION.DAT CON EL MISMO
      * FORMATO 01/02/99 DE ASIENTO.DAT. LO PROVISIONADO DE
      * GRATIFICACION Y CTS LO EXTORNA CALCULO-BENEFICIOS CUANDO SE
      * PAGA EL SEMESTRE. LAS CUENTAS DEL ASIENTO SALEN DE CUENTAS.DAT
      * (RENGLON GENERAL DE CADA CONCEPTO, VER CUENTA.CPY). SI EL DEBE
      * NO CUADRA CON EL HABER TERMINA CON RETURN-CODE 8, IGUAL QUE
      * GENERAR-ASIENTO; TAMBIEN, SIN GRABAR EL ASIENTO, SI A UN
      * CONCEPTO CON MONTO LE FALTA CUENTA EN LA TABLA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); ESTE
      *> PROGRAMA SOLO RECORRE EL ARCHIVO DE PRINCIPIO A FIN.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT ACUMULADOS ASSIGN TO "../data/acumulados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ACU-CLAVE
               FILE STATUS IS WS-FS-ACUMULADOS.

      *> CONTROL DE PERIODOS: LA PROVISION NO SE CALCULA DE UN PERIODO
      *> SIN CORRIDA O CON CORRIDA INCOMPLETA.
           SELECT PERIODOS ASSIGN TO "../data/periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

           SELECT TASAS ASSIGN TO "../data/tasas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASAS.

           SELECT VACACIONES ASSIGN TO "../data/vacaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACACIONES.

      *> PROVISION POR EMPLEADO Y MES; SE POSICIONA CON START EN EL
      *> EMPLEADO PARA HALLAR EL ULTIMO SALDO DE VACACIONES
      *> PROVISIONADO ANTES DEL PERIODO.
           SELECT PROVISIONES ASSIGN TO "../data/provisiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRV-CLAVE
               FILE STATUS IS WS-FS-PROVISIONES.

      *> HISTORIAL DE SUELDOS (VER SUELDO.CPY): LA REMUNERACION
      *> VACACIONAL ES LA DEL SUELDO QUE REGIA EN EL PERIODO. ACCESO
      *> DYNAMIC PARA RECORRER LOS SUELDOS DE CADA EMPLEADO CON START.
           SELECT SUELDOS ASSIGN TO "../data/sueldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SUE-CLAVE
               FILE STATUS IS WS-FS-SUELDOS.

      *> TABLA DE CUENTAS CONTABLES POR CONCEPTO (VER GENERAR-ASIENTO).
           SELECT CUENTAS ASSIGN TO "../data/cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT ASIENTO ASSIGN TO "../data/asiento-provision.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  ACUMULADOS.
           COPY acumulado.

       FD  PERIODOS.
           COPY periodo.

       FD  TASAS.
           COPY tasa.

       FD  VACACIONES.
           COPY vacacion.

       FD  PROVISIONES.
           COPY provision.

       FD  SUELDOS.
           COPY sueldo.

       FD  CUENTAS.
           COPY cuenta.

       FD  ASIENTO.
       01 ASI-CAB-REG.
          05 ASI-CAB-TIPO               PIC X(2).
          05 ASI-CAB-PERIODO            PIC 9(6).
          05 ASI-CAB-FECHA              PIC X(8).
       01 ASI-DET-REG.
          05 ASI-DET-TIPO               PIC X(2).
          05 ASI-DET-CUENTA             PIC X(6).
          05 ASI-DET-GLOSA              PIC X(30).
          05 ASI-DET-DEBE               PIC 9(11)V99.
          05 ASI-DET-HABER              PIC 9(11)V99.
      *>    MISMO RENGLON 02 QUE ASIENTO.DAT DE GENERAR-ASIENTO; ESTE
      *>    ASIENTO VA POR EL TOTAL DE LA EMPRESA Y LO DEJA EN BLANCO.
          05 ASI-DET-CENTRO-COSTO       PIC X(6).
       01 ASI-TOT-REG.
          05 ASI-TOT-TIPO               PIC X(2).
          05 ASI-TOT-CANTIDAD           PIC 9(6).
          05 ASI-TOT-DEBE               PIC 9(11)V99.
          05 ASI-TOT-HABER              PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "PROVISION MENSUAL DE BENEFICIOS SOCIALES".
       01 WS-DISPLAY-INPUT-OPERADOR     PIC X(50)   VALUE
             "INGRESE CODIGO DE OPERADOR: ".
       01 WS-DISPLAY-INPUT-PERIODO      PIC X(50)   VALUE
             "INGRESE PERIODO A PROVISIONAR (AAAAMM): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-NO-ACUMULADOS      PIC X(60)   VALUE
             "NO SE ENCONTRO ACUMULADOS.DAT; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-NO-TASAS           PIC X(60)   VALUE
             "NO SE ENCONTRO TASAS.DAT; CARGUELO CON MANTENER-TASAS".
       01 WS-DISPLAY-FALTA-TASA         PIC X(50)   VALUE
             "SIN TASA VIGENTE PARA EL PERIODO, CODIGO: ".
       01 WS-DISPLAY-GOCES-LLENOS       PIC X(60)   VALUE
             "TABLA DE GOCES LLENA, SE FRENA LA CORRIDA: ".
       01 WS-DISPLAY-SIN-CONTROL        PIC X(60)   VALUE
             "EL PERIODO NO TIENE REGISTRO; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-CORRIDA-INCOMPLETA PIC X(70)   VALUE
             "CORRIDA INCOMPLETA; RELANCE CALCULO-PLANILLA".
       01 WS-DISPLAY-SIN-PROVISION      PIC X(60)   VALUE
             "NINGUN EMPLEADO ACTIVO CON BOLETA EN EL PERIODO".
       01 WS-DISPLAY-NO-CUADRA          PIC X(60)   VALUE
             "EL ASIENTO NO CUADRA, NO IMPORTAR: REVISE PROVISIONES".
       01 WS-DISPLAY-NO-CUENTAS         PIC X(60)   VALUE
             "NO SE ENCONTRO CUENTAS.DAT; CORRA MANTENER-CUENTAS".
       01 WS-DISPLAY-SIN-CUENTA         PIC X(60)   VALUE
             "FALTA CUENTA GENERAL EN CUENTAS.DAT PARA CONCEPTO: ".
       01 WS-DISPLAY-NO-GENERADO        PIC X(60)   VALUE
             "ASIENTO NO GENERADO; COMPLETE CON MANTENER-CUENTAS".
       01 WS-DISPLAY-CUENTAS-LLENA      PIC X(60)   VALUE
             "TABLA DE CUENTAS LLENA; SE IGNORA: ".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".
       01 WS-DISPLAY-PER-SIN-REORG      PIC X(60)   VALUE
             "PERIODOS.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".

       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-ACUMULADOS              PIC X(2)    VALUE "00".
          88 WS-ACUMULADOS-OK                       VALUE "00".
          88 WS-ACUMULADOS-NO-EXISTE                VALUE "35".
       01 WS-FS-PERIODOS                PIC X(2)    VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-PERIODOS-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-TASAS                   PIC X(2)    VALUE "00".
          88 WS-TASAS-OK                            VALUE "00".
          88 WS-TASAS-NO-EXISTE                     VALUE "35".
       01 WS-FS-VACACIONES              PIC X(2)    VALUE "00".
          88 WS-VACACIONES-OK                       VALUE "00".
          88 WS-VACACIONES-NO-EXISTE                VALUE "35".
       01 WS-FS-PROVISIONES             PIC X(2)    VALUE "00".
          88 WS-PROVISIONES-OK                      VALUE "00".
          88 WS-PROVISIONES-NO-EXISTE               VALUE "35".
       01 WS-FS-SUELDOS                 PIC X(2)    VALUE "00".
          88 WS-SUELDOS-OK                          VALUE "00".
          88 WS-SUELDOS-NO-EXISTE                   VALUE "35".
       01 WS-FS-CUENTAS                 PIC X(2)    VALUE "00".
          88 WS-CUENTAS-OK                          VALUE "00".
          88 WS-CUENTAS-NO-EXISTE                   VALUE "35".

       01 WS-SIN-SUELDOS                PIC X(1)    VALUE "N".
          88 WS-SUELDOS-SI-ARCHIVO                  VALUE "N".
          88 WS-SUELDOS-NO-ARCHIVO                  VALUE "S".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-OPERADOR                   PIC X(20)   VALUE SPACES.
       01 WS-FECHA-HORA                 PIC X(14).
       01 WS-FECHA-SISTEMA              PIC X(8).

       01 WS-PERIODO-PROCESO.
          05 WS-PERIODO-ANIO            PIC 9(4).
             88 WS-PERIODO-ANIO-VALIDO              VALUE 1900
                                                    THRU 9999.
          05 WS-PERIODO-MES             PIC 9(2).
             88 WS-PERIODO-MES-VALIDO               VALUE 1 THRU 12.
       01 WS-PERIODO-PROCESO-NUM REDEFINES WS-PERIODO-PROCESO
                                        PIC 9(6).
       01 WS-PERIODO-TOPE-VIG           PIC 9(8).

       01 WS-VALIDAR-PERIODO            PIC X(1)    VALUE "N".
          88 WS-PERIODO-VALIDO                      VALUE "S".
          88 WS-PERIODO-INVALIDO                    VALUE "N".

       01 WS-PERIODO-HABILITADO         PIC X(1)    VALUE "S".
          88 WS-PERIODO-SI-HABILITADO               VALUE "S".
          88 WS-PERIODO-NO-HABILITADO               VALUE "N".

      *> TASAS DEL PERIODO RESUELTAS DE TASAS.DAT CON LA MISMA REGLA
      *> DE VIGENCIA DE CALCULO-PLANILLA.
       01 WS-TASA-ESSALUD               PIC V9(5).
       01 WS-MONTO-ASIG-FAMILIAR        PIC 9(5)V99.
       01 WS-TABLA-TASAS.
          05 WS-CANT-TASAS              PIC 9(3)    VALUE 0.
          05 WS-TASA-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-CODIGO           PIC X(8).
             10 WS-TAB-VIGENCIA         PIC 9(8).
             10 WS-TAB-VALOR            PIC 9(7)V9(5).
       01 WS-TASA-INDICE                PIC 9(3).
       01 WS-TASA-BUSCADA               PIC X(8).
       01 WS-TASA-VIGENTE-VALOR         PIC 9(7)V9(5).
       01 WS-TASA-VIGENTE-FECHA         PIC 9(8).
       01 WS-TASA-ENCONTRADA            PIC X(1)    VALUE "N".
          88 WS-TASA-SI-ENCONTRADA                  VALUE "S".
          88 WS-TASA-NO-ENCONTRADA                  VALUE "N".

      *> GOCES REGISTRADOS HASTA EL PERIODO, COMO EN
      *> REPORTE-VACACIONES.
       01 WS-TABLA-GOCES.
          05 WS-CANT-GOCES              PIC 9(3)    VALUE 0.
          05 WS-GOCE-ENTRADA OCCURS 500 TIMES.
             10 WS-GOCE-EMPLEADO-ID     PIC X(6).
             10 WS-GOCE-DIAS            PIC 9(2).
       01 WS-GOCE-INDICE                PIC 9(3).

      *> FECHA DE INGRESO DESARMADA (DDMMAAAA EN EL REGISTRO).
       01 WS-INGRESO-FECHA.
          05 WS-INGRESO-DIA             PIC 9(2).
          05 WS-INGRESO-MES             PIC 9(2).
          05 WS-INGRESO-ANIO            PIC 9(4).

       01 WS-CALCULO-SALDO.
          05 WS-INGRESO-YM              PIC 9(6).
          05 WS-CORTE-YM                PIC 9(6).
          05 WS-MESES-SERVICIO          PIC 9(4).
          05 WS-DIAS-GANADOS            PIC 9(4).
          05 WS-DIAS-GOZADOS            PIC 9(4).
          05 WS-DIAS-PENDIENTES         PIC 9(4).

       01 WS-ACU-SLOT                   PIC 9(1).
       01 WS-REM-MES                    PIC 9(7)V99.
       01 WS-SUELDO-VIGENTE             PIC 9(7)V99.

       01 WS-CALCULO-PROVISION.
          05 WS-PRV-GRATIFICACION       PIC 9(7)V99.
          05 WS-PRV-BONIF-EXTRA         PIC 9(7)V99.
          05 WS-PRV-CTS                 PIC 9(7)V99.
          05 WS-PRV-REM-VACACIONAL      PIC 9(7)V99.
          05 WS-PRV-SALDO-VACACIONES    PIC 9(9)V99.
          05 WS-PRV-SALDO-ANTERIOR      PIC 9(9)V99.
          05 WS-PRV-VACACIONES          PIC S9(9)V99.

       01 WS-PROVISION-EXISTE           PIC X(1)    VALUE "N".
          88 WS-PROVISION-SI-EXISTE                 VALUE "S".
          88 WS-PROVISION-NO-EXISTE                 VALUE "N".

      *> ACUMULADORES DEL ASIENTO. EL MOVIMIENTO DE VACACIONES LLEVA
      *> SIGNO: NEGATIVO ES CONSUMO DE LA PROVISION POR GOCE Y SE
      *> ASIENTA INVERTIDO (CARGO AL PASIVO, ABONO AL GASTO).
       01 WS-ACUMULADORES-ASIENTO.
          05 WS-TOTAL-GRATIFICACION     PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-BONIF-EXTRA       PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-CTS               PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-VACACIONES        PIC S9(11)V99 VALUE 0.
          05 WS-TOTAL-PASIVO-GRATI      PIC 9(11)V99 VALUE 0.

       01 WS-TOTAL-DEBE                 PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-HABER                PIC 9(11)V99 VALUE 0.
       01 WS-CANT-PROVISIONADOS         PIC 9(5)    VALUE 0.
       01 WS-CANT-SIN-BOLETA            PIC 9(5)    VALUE 0.
       01 WS-CANT-RENGLONES             PIC 9(6)    VALUE 0.
       01 WS-MONTO-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNO-EDITADO              PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> MONTO Y LADO DEL RENGLON EN PROCESO (ENTRADA DE 500).
       01 WS-RENGLON-CUENTA             PIC X(6).
       01 WS-RENGLON-GLOSA              PIC X(30).
       01 WS-RENGLON-MONTO              PIC S9(11)V99.
       01 WS-RENGLON-LADO               PIC X(1).
          88 WS-RENGLON-ES-DEBE                     VALUE "D".
          88 WS-RENGLON-ES-HABER                    VALUE "H".

      *> CUENTAS.DAT CARGADO EN MEMORIA COMO EN GENERAR-ASIENTO; UN
      *> RENGLON POSTERIOR PARA EL MISMO CONCEPTO Y CENTRO REEMPLAZA AL
      *> ANTERIOR AL CARGAR.
       01 WS-TABLA-CUENTAS.
          05 WS-CANT-CUENTAS            PIC 9(3)    VALUE 0.
          05 WS-TCTA-ENTRADA OCCURS 300 TIMES.
             10 WS-TCTA-CONCEPTO        PIC X(8).
             10 WS-TCTA-CENTRO-COSTO    PIC X(6).
             10 WS-TCTA-CUENTA          PIC X(6).
             10 WS-TCTA-GLOSA           PIC X(30).
       01 WS-TCTA-INDICE                PIC 9(3).
       01 WS-TCTA-POSICION              PIC 9(3).
       01 WS-BUSCAR-CONCEPTO            PIC X(8).
       01 WS-CUENTA-ENCONTRADA          PIC X(1)    VALUE "N".
          88 WS-CUENTA-HALLADA                      VALUE "S".
          88 WS-CUENTA-NO-HALLADA                   VALUE "N".
       01 WS-CANT-SIN-CUENTA            PIC 9(3)    VALUE 0.

      *> CUENTAS DE CADA CONCEPTO DEL ASIENTO, RESUELTAS (450) ANTES DE
      *> ABRIR ASIENTO-PROVISION.DAT, ASI UNA TABLA INCOMPLETA NO DEJA
      *> UN ASIENTO A MEDIAS. LA GLOSA DE CADA RENGLON LA PONE 400
      *> PORQUE LA MISMA CUENTA VA COMO PROVISION O COMO EXTORNO.
       01 WS-CUENTAS-ASIENTO.
          05 WS-CUENTA-GRATI-GASTO      PIC X(6).
          05 WS-CUENTA-BONIF-GASTO      PIC X(6).
          05 WS-CUENTA-CTS-GASTO        PIC X(6).
          05 WS-CUENTA-VACA-GASTO       PIC X(6).
          05 WS-CUENTA-GRATI-PASIVO     PIC X(6).
          05 WS-CUENTA-CTS-PASIVO       PIC X(6).
          05 WS-CUENTA-VACA-PASIVO      PIC X(6).

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           DISPLAY WS-DISPLAY-INPUT-OPERADOR.
           ACCEPT WS-OPERADOR.
           PERFORM 010-PEDIR-PERIODO.
           PERFORM 015-VERIFICAR-PERIODO.
           IF WS-PERIODO-SI-HABILITADO
              PERFORM 030-CARGAR-TASAS
           END-IF.
           IF WS-PERIODO-SI-HABILITADO
              PERFORM 050-CARGAR-GOCES
           END-IF.
           IF WS-PERIODO-SI-HABILITADO
              PERFORM 070-CARGAR-CUENTAS
           END-IF.
           IF WS-PERIODO-NO-HABILITADO
              STOP RUN
           END-IF.

           OPEN INPUT EMPLEADOS.
           IF WS-EMPLEADOS-SIN-REINDEXAR
              DISPLAY WS-DISPLAY-SIN-REINDEXAR
              STOP RUN
           END-IF.
           IF WS-EMPLEADOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-MAESTRO
              STOP RUN
           END-IF.
           OPEN INPUT ACUMULADOS.
           IF WS-ACUMULADOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-ACUMULADOS
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.
           PERFORM 060-ABRIR-PROVISIONES.
           PERFORM 065-ABRIR-SUELDOS.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           SET FLAG-NO-LEIDO TO TRUE.
           READ EMPLEADOS
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           PERFORM 100-PROVISIONAR-EMPLEADO UNTIL FLAG-LEIDO.

           CLOSE EMPLEADOS.
           CLOSE ACUMULADOS.
           CLOSE PROVISIONES.
           IF WS-SUELDOS-SI-ARCHIVO
              CLOSE SUELDOS
           END-IF.

           IF WS-CANT-PROVISIONADOS = ZERO
              DISPLAY WS-DISPLAY-SIN-PROVISION
           ELSE
              PERFORM 450-RESOLVER-CUENTAS
              IF WS-CANT-SIN-CUENTA > ZERO
                 DISPLAY WS-DISPLAY-NO-GENERADO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN OUTPUT ASIENTO
                 PERFORM 400-GRABAR-ASIENTO
                 CLOSE ASIENTO

                 DISPLAY "EMPLEADOS PROVISIONADOS: "
                     WS-CANT-PROVISIONADOS
                 IF WS-CANT-SIN-BOLETA > 0
                    DISPLAY "ACTIVOS SIN BOLETA EN EL PERIODO: "
                        WS-CANT-SIN-BOLETA
                 END-IF
                 MOVE WS-TOTAL-DEBE TO WS-MONTO-EDITADO
                 DISPLAY "TOTAL DEBE:  " WS-MONTO-EDITADO
                 MOVE WS-TOTAL-HABER TO WS-MONTO-EDITADO
                 DISPLAY "TOTAL HABER: " WS-MONTO-EDITADO
                 IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                    DISPLAY WS-DISPLAY-NO-CUADRA
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    DISPLAY WS-DISPLAY-MENSAJE-EXITO
                 END-IF
              END-IF
           END-IF.
           STOP RUN.

       010-PEDIR-PERIODO.
           SET WS-PERIODO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-PERIODO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-PERIODO
                   ACCEPT WS-PERIODO-PROCESO

                   SET WS-PERIODO-VALIDO TO TRUE
                   IF WS-PERIODO-PROCESO-NUM IS NOT NUMERIC OR
                      NOT (WS-PERIODO-ANIO-VALIDO AND
                           WS-PERIODO-MES-VALIDO)
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-PERIODO-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.

           COMPUTE WS-PERIODO-TOPE-VIG =
               WS-PERIODO-PROCESO-NUM * 100 + 31.

      *> LA PROVISION SALE DEL ACUMULADO QUE DEJA LA CORRIDA DEL MES:
      *> SIN CORRIDA TERMINADA EL ACUMULADO ESTA INCOMPLETO.
       015-VERIFICAR-PERIODO.
           SET WS-PERIODO-SI-HABILITADO TO TRUE.
           OPEN INPUT PERIODOS.
           IF WS-PERIODOS-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PER-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PERIODOS-NO-EXISTE
              DISPLAY WS-DISPLAY-SIN-CONTROL
              SET WS-PERIODO-NO-HABILITADO TO TRUE
           ELSE
              MOVE WS-PERIODO-PROCESO-NUM TO FD-PER-PERIODO
              READ PERIODOS
                  INVALID KEY
                      DISPLAY WS-DISPLAY-SIN-CONTROL
                      SET WS-PERIODO-NO-HABILITADO TO TRUE
                  NOT INVALID KEY
                      IF FD-PER-CORRIDA-EN-PROCESO
                         DISPLAY WS-DISPLAY-CORRIDA-INCOMPLETA
                         SET WS-PERIODO-NO-HABILITADO TO TRUE
                      END-IF
              END-READ
              CLOSE PERIODOS
           END-IF.

      *> CARGA TASAS.DAT Y RESUELVE LA TASA ESSALUD Y EL MONTO DE
      *> ASIGNACION FAMILIAR VIGENTES PARA EL PERIODO.
       030-CARGAR-TASAS.
           OPEN INPUT TASAS.
           IF WS-TASAS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-TASAS
              SET WS-PERIODO-NO-HABILITADO TO TRUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ TASAS
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF WS-CANT-TASAS < 200
                         ADD 1 TO WS-CANT-TASAS
                         MOVE FD-TASA-CODIGO
                             TO WS-TAB-CODIGO(WS-CANT-TASAS)
                         MOVE FD-TASA-VIGENCIA
                             TO WS-TAB-VIGENCIA(WS-CANT-TASAS)
                         MOVE FD-TASA-VALOR
                             TO WS-TAB-VALOR(WS-CANT-TASAS)
                      ELSE
                         DISPLAY "TABLA DE TASAS LLENA, SE IGNORA: "
                             FD-TASA-CODIGO " " FD-TASA-VIGENCIA
                         SET WS-PERIODO-NO-HABILITADO TO TRUE
                      END-IF
                      READ TASAS
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TASAS
              SET FLAG-NO-LEIDO TO TRUE

              MOVE "ESSALUD" TO WS-TASA-BUSCADA
              PERFORM 040-BUSCAR-TASA-VIGENTE
              MOVE WS-TASA-VIGENTE-VALOR TO WS-TASA-ESSALUD

              MOVE "ASIGFAM" TO WS-TASA-BUSCADA
              PERFORM 040-BUSCAR-TASA-VIGENTE
              MOVE WS-TASA-VIGENTE-VALOR TO WS-MONTO-ASIG-FAMILIAR
           END-IF.

      *> BUSCA EN LA TABLA EL RENGLON DEL CODIGO PEDIDO CON LA
      *> VIGENCIA MAS RECIENTE QUE NO PASE EL TOPE DEL PERIODO.
       040-BUSCAR-TASA-VIGENTE.
           SET WS-TASA-NO-ENCONTRADA TO TRUE.
           MOVE ZERO TO WS-TASA-VIGENTE-VALOR.
           MOVE ZERO TO WS-TASA-VIGENTE-FECHA.
           PERFORM VARYING WS-TASA-INDICE FROM 1 BY 1
                   UNTIL WS-TASA-INDICE > WS-CANT-TASAS
                   IF WS-TAB-CODIGO(WS-TASA-INDICE) = WS-TASA-BUSCADA
                      AND WS-TAB-VIGENCIA(WS-TASA-INDICE)
                          <= WS-PERIODO-TOPE-VIG
                      AND (WS-TASA-NO-ENCONTRADA OR
                           WS-TAB-VIGENCIA(WS-TASA-INDICE)
                               >= WS-TASA-VIGENTE-FECHA)
                      SET WS-TASA-SI-ENCONTRADA TO TRUE
                      MOVE WS-TAB-VIGENCIA(WS-TASA-INDICE)
                          TO WS-TASA-VIGENTE-FECHA
                      MOVE WS-TAB-VALOR(WS-TASA-INDICE)
                          TO WS-TASA-VIGENTE-VALOR
                   END-IF
           END-PERFORM.

           IF WS-TASA-NO-ENCONTRADA
              DISPLAY WS-DISPLAY-FALTA-TASA WS-TASA-BUSCADA
              SET WS-PERIODO-NO-HABILITADO TO TRUE
           END-IF.

      *> GOCES CON PERIODO HASTA EL PROVISIONADO, PROGRAMADOS O
      *> GOZADOS POR IGUAL (MISMA REGLA DE REPORTE-VACACIONES). AQUI
      *> UNA TABLA LLENA FRENA LA CORRIDA: UN SALDO MAL CALCULADO
      *> TERMINA EN EL ASIENTO.
       050-CARGAR-GOCES.
           OPEN INPUT VACACIONES.
           IF WS-VACACIONES-NO-EXISTE
              CONTINUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ VACACIONES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-VAC-PERIODO-GOCE <= WS-PERIODO-PROCESO-NUM
                         IF WS-CANT-GOCES < 500
                            ADD 1 TO WS-CANT-GOCES
                            MOVE FD-VAC-EMPLEADO-ID TO
                                WS-GOCE-EMPLEADO-ID(WS-CANT-GOCES)
                            MOVE FD-VAC-DIAS
                                TO WS-GOCE-DIAS(WS-CANT-GOCES)
                         ELSE
                            DISPLAY WS-DISPLAY-GOCES-LLENOS
                                FD-VAC-EMPLEADO-ID
                            SET WS-PERIODO-NO-HABILITADO TO TRUE
                         END-IF
                      END-IF
                      READ VACACIONES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE VACACIONES
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *> PROVISIONES.DAT SE CREA VACIO LA PRIMERA VEZ, IGUAL QUE LOS
      *> DEMAS INDEXADOS DEL SISTEMA.
       060-ABRIR-PROVISIONES.
           OPEN I-O PROVISIONES.
           IF WS-PROVISIONES-NO-EXISTE
              CLOSE PROVISIONES
              OPEN OUTPUT PROVISIONES
              CLOSE PROVISIONES
              OPEN I-O PROVISIONES
           END-IF.

      *> QUE NO EXISTA SUELDOS.DAT ES NORMAL MIENTRAS NINGUN SUELDO
      *> HAYA CAMBIADO: VALE EL SUELDO DEL MAESTRO.
       065-ABRIR-SUELDOS.
           SET WS-SUELDOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
              SET WS-SUELDOS-NO-ARCHIVO TO TRUE
           END-IF.

      *> CARGA CUENTAS.DAT EN MEMORIA. SIN TABLA NO HAY ASIENTO: NO SE
      *> PROVISIONA NADA Y SE FRENA CON RETURN-CODE 8, COMO EN
      *> GENERAR-ASIENTO.
       070-CARGAR-CUENTAS.
           MOVE ZERO TO WS-CANT-CUENTAS.
           OPEN INPUT CUENTAS.
           IF WS-CUENTAS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-CUENTAS
              MOVE 8 TO RETURN-CODE
              SET WS-PERIODO-NO-HABILITADO TO TRUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ CUENTAS
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      PERFORM 075-GUARDAR-CUENTA
                      READ CUENTAS
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CUENTAS
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *> UN RENGLON PARA UN CONCEPTO Y CENTRO YA CARGADOS REEMPLAZA
      *> LA CUENTA ANTERIOR (MANDA EL ULTIMO DEL ARCHIVO).
       075-GUARDAR-CUENTA.
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

      *****************************************************************
      * UN EMPLEADO ACTIVO SIN REMUNERACION DEL MES EN EL ACUMULADO
      * NO TUVO BOLETA: NO DEVENGA NADA Y NO SE PROVISIONA.
      *****************************************************************
       100-PROVISIONAR-EMPLEADO.
           IF FD-EMPLEADO-ACTIVO
              PERFORM 110-LEER-REM-MES
              IF WS-REM-MES > ZERO
                 PERFORM 200-CALCULAR-PROVISION
                 PERFORM 300-GRABAR-PROVISION
                 ADD 1 TO WS-CANT-PROVISIONADOS
              ELSE
                 ADD 1 TO WS-CANT-SIN-BOLETA
              END-IF
           END-IF.

           READ EMPLEADOS
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.

       110-LEER-REM-MES.
           MOVE ZERO TO WS-REM-MES.
           MOVE FD-EMPLEADO-ID TO FD-ACU-EMPLEADO-ID.
           MOVE WS-PERIODO-ANIO TO FD-ACU-ANIO.
           IF WS-PERIODO-MES <= 6
              MOVE 1 TO FD-ACU-SEMESTRE
              MOVE WS-PERIODO-MES TO WS-ACU-SLOT
           ELSE
              MOVE 2 TO FD-ACU-SEMESTRE
              COMPUTE WS-ACU-SLOT = WS-PERIODO-MES - 6
           END-IF.

           READ ACUMULADOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FD-ACU-REM-MES(WS-ACU-SLOT) TO WS-REM-MES
           END-READ.

       200-CALCULAR-PROVISION.
           COMPUTE WS-PRV-GRATIFICACION ROUNDED = WS-REM-MES / 6.
           COMPUTE WS-PRV-BONIF-EXTRA ROUNDED =
               WS-PRV-GRATIFICACION * WS-TASA-ESSALUD.
           COMPUTE WS-PRV-CTS ROUNDED =
               (WS-REM-MES + (WS-REM-MES / 6)) / 12.

           PERFORM 210-CALCULAR-SALDO-VACACIONES.

           PERFORM 230-RESOLVER-SUELDO.
           MOVE WS-SUELDO-VIGENTE TO WS-PRV-REM-VACACIONAL.
           IF FD-EMPLEADO-CON-ASIG-FAMILIAR
              ADD WS-MONTO-ASIG-FAMILIAR TO WS-PRV-REM-VACACIONAL
           END-IF.
           COMPUTE WS-PRV-SALDO-VACACIONES ROUNDED =
               WS-PRV-REM-VACACIONAL * WS-DIAS-PENDIENTES / 30.

           PERFORM 220-BUSCAR-SALDO-ANTERIOR.
           COMPUTE WS-PRV-VACACIONES =
               WS-PRV-SALDO-VACACIONES - WS-PRV-SALDO-ANTERIOR.

      *> DEVENGUE DE REPORTE-VACACIONES: 30 DIAS POR CADA 12 MESES DE
      *> SERVICIO, EN DOZAVOS TRUNCADOS A DIAS ENTEROS, MENOS LOS
      *> GOCES REGISTRADOS HASTA EL PERIODO.
       210-CALCULAR-SALDO-VACACIONES.
           MOVE FD-EMPLEADO-FECHA-INGRESO TO WS-INGRESO-FECHA.
           COMPUTE WS-INGRESO-YM =
               WS-INGRESO-ANIO * 12 + WS-INGRESO-MES.
           COMPUTE WS-CORTE-YM =
               WS-PERIODO-ANIO * 12 + WS-PERIODO-MES.

           IF WS-CORTE-YM > WS-INGRESO-YM
              COMPUTE WS-MESES-SERVICIO = WS-CORTE-YM - WS-INGRESO-YM
           ELSE
              MOVE ZERO TO WS-MESES-SERVICIO
           END-IF.
           COMPUTE WS-DIAS-GANADOS = WS-MESES-SERVICIO * 30 / 12.

           MOVE ZERO TO WS-DIAS-GOZADOS.
           PERFORM VARYING WS-GOCE-INDICE FROM 1 BY 1
                   UNTIL WS-GOCE-INDICE > WS-CANT-GOCES
                   IF WS-GOCE-EMPLEADO-ID(WS-GOCE-INDICE)
                       = FD-EMPLEADO-ID
                      ADD WS-GOCE-DIAS(WS-GOCE-INDICE)
                          TO WS-DIAS-GOZADOS
                   END-IF
           END-PERFORM.

           IF WS-DIAS-GANADOS > WS-DIAS-GOZADOS
              COMPUTE WS-DIAS-PENDIENTES =
                  WS-DIAS-GANADOS - WS-DIAS-GOZADOS
           ELSE
              MOVE ZERO TO WS-DIAS-PENDIENTES
           END-IF.

      *> ULTIMO SALDO DE VACACIONES PROVISIONADO ANTES DEL PERIODO. SIN
      *> PROVISION ANTERIOR EL MES ASIENTA EL SALDO COMPLETO (ES LA
      *> PROVISION DE APERTURA DEL EMPLEADO).
       220-BUSCAR-SALDO-ANTERIOR.
           MOVE ZERO TO WS-PRV-SALDO-ANTERIOR.
           MOVE FD-EMPLEADO-ID TO FD-PRV-EMPLEADO-ID.
           MOVE ZERO TO FD-PRV-PERIODO.
           START PROVISIONES KEY IS >= FD-PRV-CLAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-PROVISIONES-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ PROVISIONES NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-PRV-EMPLEADO-ID NOT = FD-EMPLEADO-ID OR
                         FD-PRV-PERIODO >= WS-PERIODO-PROCESO-NUM
                         SET FLAG-LEIDO TO TRUE
                      ELSE
                         MOVE FD-PRV-SALDO-VACACIONES
                             TO WS-PRV-SALDO-ANTERIOR
                         READ PROVISIONES NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      END-IF
              END-PERFORM
           END-IF.
           SET FLAG-NO-LEIDO TO TRUE.

      *> SUELDO DEL EMPLEADO QUE REGIA EN EL PERIODO, CON LA REGLA DE
      *> 205-RESOLVER-SUELDO DE CALCULO-PLANILLA: SE RECORREN SUS
      *> SUELDOS (START POR LA CLAVE PARCIAL, READ NEXT HASTA CAMBIAR
      *> DE EMPLEADO) Y QUEDA EL DE VIGENCIA MAS RECIENTE QUE NO SEA
      *> POSTERIOR AL FIN DE MES DEL PERIODO. SIN HISTORIAL VALE EL
      *> SUELDO DEL MAESTRO.
       230-RESOLVER-SUELDO.
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

      *> ALTA O REESCRITURA DEL REGISTRO DEL MES; EL RECALCULO DE UN
      *> PERIODO YA PROVISIONADO LO REEMPLAZA.
       300-GRABAR-PROVISION.
           MOVE FD-EMPLEADO-ID TO FD-PRV-EMPLEADO-ID.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-PRV-PERIODO.
           SET WS-PROVISION-SI-EXISTE TO TRUE.
           READ PROVISIONES
               INVALID KEY SET WS-PROVISION-NO-EXISTE TO TRUE
           END-READ.

           MOVE FD-EMPLEADO-ID TO FD-PRV-EMPLEADO-ID.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-PRV-PERIODO.
           MOVE WS-REM-MES TO FD-PRV-REM-COMPUTABLE.
           MOVE WS-PRV-GRATIFICACION TO FD-PRV-GRATIFICACION.
           MOVE WS-PRV-BONIF-EXTRA TO FD-PRV-BONIF-EXTRA.
           MOVE WS-PRV-CTS TO FD-PRV-CTS.
           MOVE WS-PRV-REM-VACACIONAL TO FD-PRV-REM-VACACIONAL.
           MOVE WS-DIAS-PENDIENTES TO FD-PRV-DIAS-PENDIENTES.
           MOVE WS-PRV-SALDO-VACACIONES TO FD-PRV-SALDO-VACACIONES.
           MOVE WS-PRV-VACACIONES TO FD-PRV-VACACIONES.
           MOVE WS-FECHA-HORA TO FD-PRV-FECHA-CALCULO.
           MOVE WS-OPERADOR TO FD-PRV-OPERADOR.

           IF WS-PROVISION-SI-EXISTE
              REWRITE FD-PROVISION-REG
           ELSE
              WRITE FD-PROVISION-REG
           END-IF.

           ADD WS-PRV-GRATIFICACION TO WS-TOTAL-GRATIFICACION.
           ADD WS-PRV-BONIF-EXTRA TO WS-TOTAL-BONIF-EXTRA.
           ADD WS-PRV-CTS TO WS-TOTAL-CTS.
           ADD WS-PRV-VACACIONES TO WS-TOTAL-VACACIONES.

      *****************************************************************
      * ASIENTO DE PROVISION: CARGO AL GASTO DEL MES Y ABONO AL PASIVO
      * PROVISIONADO DE CADA BENEFICIO. LAS VACACIONES VAN POR SU
      * MOVIMIENTO NETO: SI EL GOCE CONSUMIO MAS DE LO GANADO EL
      * RENGLON SE INVIERTE.
      *****************************************************************
       400-GRABAR-ASIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE "01" TO ASI-CAB-TIPO.
           MOVE WS-PERIODO-PROCESO-NUM TO ASI-CAB-PERIODO.
           MOVE WS-FECHA-SISTEMA TO ASI-CAB-FECHA.
           WRITE ASI-CAB-REG.

           MOVE WS-CUENTA-GRATI-GASTO TO WS-RENGLON-CUENTA.
           MOVE "GRATIFICACIONES (PROVISION)" TO WS-RENGLON-GLOSA.
           MOVE WS-TOTAL-GRATIFICACION TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-DEBE TO TRUE.
           PERFORM 500-GRABAR-RENGLON.

           MOVE WS-CUENTA-BONIF-GASTO TO WS-RENGLON-CUENTA.
           MOVE "BONIF. EXTRAORD. (PROVISION)" TO WS-RENGLON-GLOSA.
           MOVE WS-TOTAL-BONIF-EXTRA TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-DEBE TO TRUE.
           PERFORM 500-GRABAR-RENGLON.

           MOVE WS-CUENTA-CTS-GASTO TO WS-RENGLON-CUENTA.
           MOVE "CTS (PROVISION)" TO WS-RENGLON-GLOSA.
           MOVE WS-TOTAL-CTS TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-DEBE TO TRUE.
           PERFORM 500-GRABAR-RENGLON.

           IF WS-TOTAL-VACACIONES < ZERO
              MOVE WS-CUENTA-VACA-PASIVO TO WS-RENGLON-CUENTA
              MOVE "CONSUMO PROVISION VACACIONES" TO WS-RENGLON-GLOSA
              COMPUTE WS-RENGLON-MONTO = ZERO - WS-TOTAL-VACACIONES
              SET WS-RENGLON-ES-DEBE TO TRUE
              PERFORM 500-GRABAR-RENGLON

              MOVE WS-CUENTA-VACA-GASTO TO WS-RENGLON-CUENTA
              MOVE "VACACIONES (EXTORNO PROVISION)" TO WS-RENGLON-GLOSA
              SET WS-RENGLON-ES-HABER TO TRUE
              PERFORM 500-GRABAR-RENGLON
           ELSE
              MOVE WS-CUENTA-VACA-GASTO TO WS-RENGLON-CUENTA
              MOVE "VACACIONES (PROVISION)" TO WS-RENGLON-GLOSA
              MOVE WS-TOTAL-VACACIONES TO WS-RENGLON-MONTO
              SET WS-RENGLON-ES-DEBE TO TRUE
              PERFORM 500-GRABAR-RENGLON

              MOVE WS-CUENTA-VACA-PASIVO TO WS-RENGLON-CUENTA
              MOVE "VACACIONES PROVISIONADAS" TO WS-RENGLON-GLOSA
              SET WS-RENGLON-ES-HABER TO TRUE
              PERFORM 500-GRABAR-RENGLON
           END-IF.

           MOVE WS-CUENTA-GRATI-PASIVO TO WS-RENGLON-CUENTA.
           MOVE "GRATIFICACIONES PROVISIONADAS" TO WS-RENGLON-GLOSA.
           MOVE WS-TOTAL-PASIVO-GRATI TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-HABER TO TRUE.
           PERFORM 500-GRABAR-RENGLON.

           MOVE WS-CUENTA-CTS-PASIVO TO WS-RENGLON-CUENTA.
           MOVE "CTS PROVISIONADA" TO WS-RENGLON-GLOSA.
           MOVE WS-TOTAL-CTS TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-HABER TO TRUE.
           PERFORM 500-GRABAR-RENGLON.

           MOVE "99" TO ASI-TOT-TIPO.
           MOVE WS-CANT-RENGLONES TO ASI-TOT-CANTIDAD.
           MOVE WS-TOTAL-DEBE TO ASI-TOT-DEBE.
           MOVE WS-TOTAL-HABER TO ASI-TOT-HABER.
           WRITE ASI-TOT-REG.

           MOVE WS-TOTAL-VACACIONES TO WS-SIGNO-EDITADO.
           DISPLAY "MOVIMIENTO PROVISION VACACIONES: " WS-SIGNO-EDITADO.

      *> RESUELVE LA CUENTA DE CADA CONCEPTO DEL ASIENTO EN LA TABLA Y
      *> CUENTA LOS CONCEPTOS CON MONTO QUE NO TIENEN CUENTA; CON
      *> ALGUNO EN FALTA EL ASIENTO NO SE GRABA.
       450-RESOLVER-CUENTAS.
           MOVE ZERO TO WS-CANT-SIN-CUENTA.
           COMPUTE WS-TOTAL-PASIVO-GRATI =
               WS-TOTAL-GRATIFICACION + WS-TOTAL-BONIF-EXTRA.

           MOVE "GRATIGTO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-GRATIFICACION TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-GRATI-GASTO.

           MOVE "BONEXGTO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-BONIF-EXTRA TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-BONIF-GASTO.

           MOVE "CTSGTO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-CTS TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-CTS-GASTO.

           MOVE "VACAGTO" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-VACACIONES TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-VACA-GASTO.

           MOVE "GRATIPRV" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-PASIVO-GRATI TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-GRATI-PASIVO.

           MOVE "CTSPRV" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-CTS TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-CTS-PASIVO.

           MOVE "VACAPRV" TO WS-BUSCAR-CONCEPTO.
           MOVE WS-TOTAL-VACACIONES TO WS-RENGLON-MONTO.
           PERFORM 460-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-VACA-PASIVO.

      *> EL ASIENTO DE PROVISION VA POR EL TOTAL DE LA EMPRESA: SOLO
      *> SE BUSCA EL RENGLON GENERAL (CENTRO EN BLANCO) DEL CONCEPTO.
       460-BUSCAR-CUENTA.
           SET WS-CUENTA-NO-HALLADA TO TRUE.
           MOVE SPACES TO WS-RENGLON-CUENTA.
           PERFORM VARYING WS-TCTA-INDICE FROM 1 BY 1
                   UNTIL WS-TCTA-INDICE > WS-CANT-CUENTAS
                      OR WS-CUENTA-HALLADA
                   IF WS-TCTA-CONCEPTO(WS-TCTA-INDICE) =
                          WS-BUSCAR-CONCEPTO AND
                      WS-TCTA-CENTRO-COSTO(WS-TCTA-INDICE) = SPACES
                      SET WS-CUENTA-HALLADA TO TRUE
                      MOVE WS-TCTA-CUENTA(WS-TCTA-INDICE)
                          TO WS-RENGLON-CUENTA
                   END-IF
           END-PERFORM.
           IF WS-CUENTA-NO-HALLADA AND WS-RENGLON-MONTO NOT = ZERO
              DISPLAY WS-DISPLAY-SIN-CUENTA WS-BUSCAR-CONCEPTO
              ADD 1 TO WS-CANT-SIN-CUENTA
           END-IF.

      *> UNA CUENTA SIN MOVIMIENTO EN EL PERIODO NO GENERA RENGLON.
       500-GRABAR-RENGLON.
           IF WS-RENGLON-MONTO > ZERO
              MOVE "02" TO ASI-DET-TIPO
              MOVE WS-RENGLON-CUENTA TO ASI-DET-CUENTA
              MOVE WS-RENGLON-GLOSA TO ASI-DET-GLOSA
              MOVE SPACES TO ASI-DET-CENTRO-COSTO
              IF WS-RENGLON-ES-DEBE
                 MOVE WS-RENGLON-MONTO TO ASI-DET-DEBE
                 MOVE ZERO TO ASI-DET-HABER
                 ADD WS-RENGLON-MONTO TO WS-TOTAL-DEBE
              ELSE
                 MOVE ZERO TO ASI-DET-DEBE
                 MOVE WS-RENGLON-MONTO TO ASI-DET-HABER
                 ADD WS-RENGLON-MONTO TO WS-TOTAL-HABER
              END-IF
              WRITE ASI-DET-REG
              ADD 1 TO WS-CANT-RENGLONES
           END-IF.

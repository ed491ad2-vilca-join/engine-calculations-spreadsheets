       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-MARCACIONES.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * IMPORTACION DE LAS MARCACIONES DEL RELOJ DE ASISTENCIA
      * (marcaciones.dat, VER MARCACION.CPY) PARA ARMAR LAS NOVEDADES
      * DE ASISTENCIA DEL PERIODO EN NOVEDADES.DAT, CON EL MISMO
      * LAYOUT QUE CAPTURA-NOVEDADES (VER NOVEDAD.CPY):
      *   - TA: HORAS DE TARDANZA, CUANDO LA ENTRADA PASA LA HORA DEL
      *     HORARIO MAS LA TOLERANCIA (SE CUENTA DESDE LA HORA DE
      *     ENTRADA, NO DESDE EL FIN DE LA TOLERANCIA).
      *   - 25 / 35: HORAS DESPUES DE LA SALIDA DEL HORARIO; LAS DOS
      *     PRIMERAS DE CADA DIA AL 25% Y LAS SIGUIENTES AL 35%.
      *   - IN: DIAS LABORABLES DEL MES (DESDE EL INGRESO) SIN
      *     MARCACION, MENOS LOS DIAS YA CUBIERTOS POR VACACIONES.DAT
      *     O POR LICENCIAS LE/LM DEL PERIODO. NINGUNO DE LOS DOS
      *     ARCHIVOS GUARDA FECHAS SINO DIAS, ASI QUE LOS DIAS SIN
      *     MARCACION SE IMPUTAN PRIMERO A ESAS AUSENCIAS JUSTIFICADAS.
      * EL HORARIO Y LA TOLERANCIA SALEN DE HORARIO.DAT (VER
      * HORARIO.CPY) Y SE PUEDEN CAMBIAR AL INICIO DE LA CORRIDA.
      * ANTES DE GRABAR NADA SE EMITE IMPORTACION-MARCACIONES.DAT CON
      * LAS EXCEPCIONES (MARCACION SIN SALIDA, ID QUE NO ESTA EN EL
      * MAESTRO, EMPLEADO INACTIVO, ETC.) Y LAS NOVEDADES QUE SE VAN
      * A GENERAR; LAS NOVEDADES SE GRABAN SOLO CON CONFIRMACION. UN
      * EMPLEADO QUE YA TIENE NOVEDADES TA/IN/25/35 EN EL PERIODO NO
      * SE VUELVE A IMPORTAR, PARA QUE UNA CORRIDA REPETIDA NO DUPLIQUE
      * DESCUENTOS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); LECTURA
      *> DIRECTA POR CADA ID DEL RELOJ Y UN RECORRIDO COMPLETO PARA
      *> AVISAR DE LOS ACTIVOS SIN MARCACIONES: ACCESO DYNAMIC.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT MARCACIONES ASSIGN TO "../data/marcaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARCACIONES.

           SELECT HORARIO ASSIGN TO "../data/horario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORARIO.

           SELECT VACACIONES ASSIGN TO "../data/vacaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACACIONES.

           SELECT NOVEDADES ASSIGN TO "../data/novedades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.

           SELECT REPORTE ASSIGN TO
               "../data/importacion-marcaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  MARCACIONES.
           COPY marcacion.

       FD  HORARIO.
           COPY horario.

       FD  VACACIONES.
           COPY vacacion.

       FD  NOVEDADES.
           COPY novedad.

       FD  REPORTE.
       01 REP-LINEA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "IMPORTACION DE MARCACIONES DEL RELOJ".
       01 WS-DISPLAY-INPUT-PERIODO      PIC X(50)   VALUE
             "INGRESE PERIODO DE LAS MARCACIONES (AAAAMM): ".
       01 WS-DISPLAY-INPUT-ENTRADA      PIC X(50)   VALUE
             "HORA DE ENTRADA DEL HORARIO (HHMM): ".
       01 WS-DISPLAY-INPUT-SALIDA       PIC X(50)   VALUE
             "HORA DE SALIDA DEL HORARIO (HHMM): ".
       01 WS-DISPLAY-INPUT-TOLERANCIA   PIC X(50)   VALUE
             "MINUTOS DE TOLERANCIA PARA LA ENTRADA: ".
       01 WS-DISPLAY-INPUT-DIAS         PIC X(60)   VALUE
             "DIAS LABORABLES (5-LUNES A VIERNES, 6-LUNES A SABADO): ".
       01 WS-DISPLAY-CAMBIAR-HORARIO    PIC X(50)   VALUE
             "¿Desea cambiar el horario? (S/N): ".
       01 WS-DISPLAY-SIN-HORARIO        PIC X(60)   VALUE
             "NO HAY HORARIO REGISTRADO; INGRESELO PARA CONTINUAR".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-NO-MARCACIONES     PIC X(60)   VALUE
             "NO SE ENCONTRO MARCACIONES.DAT DEL RELOJ".
       01 WS-DISPLAY-ASISTENCIA-LLENA   PIC X(60)   VALUE
             "TABLA DE EMPLEADOS LLENA, SE FRENA LA CORRIDA: ".
       01 WS-DISPLAY-REVISE-REPORTE     PIC X(60)   VALUE
             "REVISE EXCEPCIONES EN IMPORTACION-MARCACIONES.DAT".
       01 WS-DISPLAY-CONFIRMA-GRABAR    PIC X(60)   VALUE
             "¿CONFIRMA GRABAR ESTAS NOVEDADES? (S/N): ".
       01 WS-DISPLAY-NO-CONFIRMADO      PIC X(50)   VALUE
             "IMPORTACION NO CONFIRMADA; NO SE GRABO NADA".
       01 WS-DISPLAY-SIN-NOVEDADES      PIC X(60)   VALUE
             "LAS MARCACIONES NO GENERAN NOVEDADES EN EL PERIODO".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".

       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-MARCACIONES             PIC X(2)    VALUE "00".
          88 WS-MARCACIONES-OK                      VALUE "00".
          88 WS-MARCACIONES-NO-EXISTE               VALUE "35".
       01 WS-FS-HORARIO                 PIC X(2)    VALUE "00".
          88 WS-HORARIO-OK                          VALUE "00".
          88 WS-HORARIO-NO-EXISTE                   VALUE "35".
       01 WS-FS-VACACIONES              PIC X(2)    VALUE "00".
          88 WS-VACACIONES-OK                       VALUE "00".
          88 WS-VACACIONES-NO-EXISTE                VALUE "35".
       01 WS-FS-NOVEDADES               PIC X(2)    VALUE "00".
          88 WS-NOVEDADES-OK                        VALUE "00".
          88 WS-NOVEDADES-NO-EXISTE                 VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-PERIODO-PROCESO.
          05 WS-PERIODO-ANIO            PIC 9(4).
             88 WS-PERIODO-ANIO-VALIDO              VALUE 1900
                                                    THRU 9999.
          05 WS-PERIODO-MES             PIC 9(2).
             88 WS-PERIODO-MES-VALIDO               VALUE 1 THRU 12.
       01 WS-PERIODO-PROCESO-NUM REDEFINES WS-PERIODO-PROCESO
                                        PIC 9(6).

       01 WS-VALIDAR-PERIODO            PIC X(1)    VALUE "N".
          88 WS-PERIODO-VALIDO                      VALUE "S".
          88 WS-PERIODO-INVALIDO                    VALUE "N".

      *> HORARIO VIGENTE (COPIA DE HORARIO.DAT) Y SUS HORAS PASADAS A
      *> MINUTOS DEL DIA PARA COMPARAR CON LAS MARCACIONES.
       01 WS-HORARIO.
          05 WS-HOR-ENTRADA.
             10 WS-HOR-ENTRADA-HH       PIC 9(2).
                88 WS-HOR-ENTRADA-HH-VALIDA         VALUE 0 THRU 23.
             10 WS-HOR-ENTRADA-MM       PIC 9(2).
                88 WS-HOR-ENTRADA-MM-VALIDA         VALUE 0 THRU 59.
          05 WS-HOR-SALIDA.
             10 WS-HOR-SALIDA-HH        PIC 9(2).
                88 WS-HOR-SALIDA-HH-VALIDA          VALUE 0 THRU 23.
             10 WS-HOR-SALIDA-MM        PIC 9(2).
                88 WS-HOR-SALIDA-MM-VALIDA          VALUE 0 THRU 59.
          05 WS-HOR-TOLERANCIA          PIC 9(3).
          05 WS-HOR-DIAS-SEMANA         PIC 9(1).
             88 WS-HOR-DIAS-VALIDOS                 VALUE 5 6.
       01 WS-HOR-MIN-ENTRADA            PIC 9(4).
       01 WS-HOR-MIN-SALIDA             PIC 9(4).
       01 WS-VALIDAR-HORARIO            PIC X(1)    VALUE "N".
          88 WS-HORARIO-VALIDO                      VALUE "S".
          88 WS-HORARIO-INVALIDO                    VALUE "N".
       01 WS-CAMBIAR-HORARIO            PIC X(1)    VALUE "N".
          88 WS-HORARIO-A-CAMBIAR                   VALUE "S" "s".

      *> CALENDARIO DEL PERIODO: ULTIMO DIA DEL MES Y QUE DIAS SON
      *> LABORABLES SEGUN LOS DIAS DE LA SEMANA DEL HORARIO.
       01 WS-CALENDARIO.
          05 WS-ULTIMO-DIA              PIC 9(2).
          05 WS-DIA-LABORABLE           PIC X(1) OCCURS 31 TIMES.
             88 WS-DIA-ES-LABORABLE                 VALUE "S".
       01 WS-DIA-INDICE                 PIC 9(2).
       01 WS-FECHA-CALCULO              PIC 9(8).
      *> 1 = LUNES ... 6 = SABADO, 0 = DOMINGO.
       01 WS-DIA-SEMANA                 PIC 9(1).

      *> ASISTENCIA ACUMULADA POR EMPLEADO DEL RELOJ: DIAS MARCADOS,
      *> MINUTOS DE TARDANZA Y DE SOBRETIEMPO, Y LOS DIAS YA CUBIERTOS
      *> POR VACACIONES O LICENCIAS. UNA TABLA DESBORDADA FRENA LA
      *> CORRIDA, COMO LAS TABLAS DE CALCULO-PLANILLA.
       01 WS-TABLA-ASISTENCIA.
          05 WS-CANT-ASISTENCIA         PIC 9(3)    VALUE 0.
          05 WS-ASI-ENTRADA OCCURS 300 TIMES.
             10 WS-ASI-EMPLEADO-ID      PIC X(6).
             10 WS-ASI-NOMBRE           PIC X(20).
             10 WS-ASI-SITUACION        PIC X(1).
                88 WS-ASI-VALIDO                    VALUE "V".
                88 WS-ASI-NO-EN-MAESTRO             VALUE "N".
                88 WS-ASI-INACTIVO                  VALUE "I".
      *>          YA TIENE NOVEDADES DE ASISTENCIA EN EL PERIODO.
                88 WS-ASI-YA-IMPORTADO              VALUE "Y".
             10 WS-ASI-INGRESO-NUM      PIC 9(8).
             10 WS-ASI-DIA-MARCADO      PIC X(1) OCCURS 31 TIMES.
                88 WS-ASI-DIA-CON-MARCA             VALUE "S".
             10 WS-ASI-MIN-TARDANZA     PIC 9(5).
             10 WS-ASI-MIN-EXTRA-25     PIC 9(5).
             10 WS-ASI-MIN-EXTRA-35     PIC 9(5).
             10 WS-ASI-DIAS-CUBIERTOS   PIC 9(3).
             10 WS-ASI-DIAS-FALTA       PIC 9(3).
       01 WS-ASI-INDICE                 PIC 9(3).
       01 WS-ASI-ACTUAL                 PIC 9(3).
       01 WS-ASISTENCIA-COMPLETA        PIC X(1)    VALUE "S".
          88 WS-ASISTENCIA-LISTA                    VALUE "S".
          88 WS-ASISTENCIA-DESBORDADA               VALUE "N".
       01 WS-BUSCAR-ID                  PIC X(6).

      *> FECHA DE INGRESO DESARMADA (DDMMAAAA EN EL REGISTRO).
       01 WS-INGRESO-FECHA.
          05 WS-INGRESO-DIA             PIC 9(2).
          05 WS-INGRESO-MES             PIC 9(2).
          05 WS-INGRESO-ANIO            PIC 9(4).

      *> MEDICION DE UNA MARCACION.
       01 WS-MIN-ENTRADA                PIC 9(4).
       01 WS-MIN-SALIDA                 PIC 9(4).
       01 WS-MIN-EXTRA                  PIC 9(4).
       01 WS-MARCA-SALIDA               PIC X(1).
          88 WS-SALIDA-VALIDA                       VALUE "S".
          88 WS-SALIDA-INVALIDA                     VALUE "N".

      *> HORAS DE LAS NOVEDADES A GRABAR (MINUTOS / 60).
       01 WS-HORAS-TARDANZA             PIC 9(3)V99.
       01 WS-HORAS-EXTRA-25             PIC 9(3)V99.
       01 WS-HORAS-EXTRA-35             PIC 9(3)V99.

       01 WS-EXC-FECHA                  PIC X(10).
       01 WS-EXC-DETALLE                PIC X(45).

       01 WS-CONFIRMAR-GRABAR           PIC X(1)    VALUE "N".
          88 WS-GRABAR-CONFIRMADO                   VALUE "S" "s".

       01 WS-CONTADORES.
          05 WS-CONTADOR-MARCACIONES    PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-OTRO-PERIODO   PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-EXCEPCIONES    PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-A-GRABAR       PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-NOVEDADES      PIC 9(5)    VALUE 0.

       01 WS-HORAS-EDITADO              PIC ZZ9.99.
       01 WS-HORAS-25-EDITADO           PIC ZZ9.99.
       01 WS-HORAS-35-EDITADO           PIC ZZ9.99.
       01 WS-DIAS-EDITADO               PIC ZZ9.
       01 WS-CONTADOR-EDITADO           PIC ZZ,ZZ9.
       01 WS-LIN-SEPARADOR              PIC X(60)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(60)   VALUE ALL "=".

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           OPEN INPUT EMPLEADOS.
           IF WS-EMPLEADOS-SIN-REINDEXAR
              DISPLAY WS-DISPLAY-SIN-REINDEXAR
              STOP RUN
           END-IF.
           IF WS-EMPLEADOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-MAESTRO
              STOP RUN
           END-IF.

           OPEN INPUT MARCACIONES.
           IF WS-MARCACIONES-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-MARCACIONES
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.

           PERFORM 010-PEDIR-PERIODO.
           PERFORM 020-CARGAR-HORARIO.
           PERFORM 030-ARMAR-CALENDARIO.

           OPEN OUTPUT REPORTE.
           PERFORM 040-IMPRIMIR-ENCABEZADO.

           PERFORM 100-LEER-MARCACIONES.
           CLOSE MARCACIONES.
           IF WS-ASISTENCIA-DESBORDADA
              CLOSE REPORTE
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.

           PERFORM 200-CARGAR-COBERTURAS.
           PERFORM 300-ACTIVOS-SIN-MARCACION.
           PERFORM 400-IMPRIMIR-NOVEDADES.
           CLOSE REPORTE.
           CLOSE EMPLEADOS.

           DISPLAY "MARCACIONES DEL PERIODO: " WS-CONTADOR-MARCACIONES.
           DISPLAY "DE OTROS PERIODOS:       " WS-CONTADOR-OTRO-PERIODO.
           DISPLAY "EXCEPCIONES:             " WS-CONTADOR-EXCEPCIONES.
           DISPLAY "NOVEDADES A GRABAR:      " WS-CONTADOR-A-GRABAR.

           IF WS-CONTADOR-A-GRABAR = ZERO
              DISPLAY WS-DISPLAY-SIN-NOVEDADES
           ELSE
              DISPLAY WS-DISPLAY-REVISE-REPORTE
              DISPLAY WS-DISPLAY-CONFIRMA-GRABAR
              ACCEPT WS-CONFIRMAR-GRABAR
              IF WS-GRABAR-CONFIRMADO
                 PERFORM 500-GRABAR-NOVEDADES
                 DISPLAY "NOVEDADES GRABADAS: " WS-CONTADOR-NOVEDADES
                 DISPLAY WS-DISPLAY-MENSAJE-EXITO
              ELSE
                 DISPLAY WS-DISPLAY-NO-CONFIRMADO
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

      *> EL HORARIO SE GUARDA EN HORARIO.DAT PARA NO PEDIRLO CADA MES;
      *> SI NO EXISTE SE CAPTURA, Y SI EXISTE SE MUESTRA Y EL OPERADOR
      *> PUEDE CAMBIARLO ANTES DE MEDIR LAS MARCACIONES.
       020-CARGAR-HORARIO.
           OPEN INPUT HORARIO.
           IF WS-HORARIO-NO-EXISTE
              DISPLAY WS-DISPLAY-SIN-HORARIO
              PERFORM 021-CAPTURAR-HORARIO
           ELSE
              READ HORARIO
                  AT END
                      CLOSE HORARIO
                      DISPLAY WS-DISPLAY-SIN-HORARIO
                      PERFORM 021-CAPTURAR-HORARIO
                  NOT AT END
                      MOVE FD-HORARIO-REG TO WS-HORARIO
                      CLOSE HORARIO
                      DISPLAY "HORARIO: " WS-HOR-ENTRADA-HH ":"
                          WS-HOR-ENTRADA-MM " A " WS-HOR-SALIDA-HH ":"
                          WS-HOR-SALIDA-MM "  TOLERANCIA: "
                          WS-HOR-TOLERANCIA " MIN  DIAS: "
                          WS-HOR-DIAS-SEMANA
                      DISPLAY WS-DISPLAY-CAMBIAR-HORARIO
                      ACCEPT WS-CAMBIAR-HORARIO
                      IF WS-HORARIO-A-CAMBIAR
                         PERFORM 021-CAPTURAR-HORARIO
                      END-IF
              END-READ
           END-IF.

           COMPUTE WS-HOR-MIN-ENTRADA =
               WS-HOR-ENTRADA-HH * 60 + WS-HOR-ENTRADA-MM.
           COMPUTE WS-HOR-MIN-SALIDA =
               WS-HOR-SALIDA-HH * 60 + WS-HOR-SALIDA-MM.

       021-CAPTURAR-HORARIO.
           SET WS-HORARIO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-HORARIO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-ENTRADA
                   ACCEPT WS-HOR-ENTRADA
                   DISPLAY WS-DISPLAY-INPUT-SALIDA
                   ACCEPT WS-HOR-SALIDA
                   DISPLAY WS-DISPLAY-INPUT-TOLERANCIA
                   ACCEPT WS-HOR-TOLERANCIA
                   DISPLAY WS-DISPLAY-INPUT-DIAS
                   ACCEPT WS-HOR-DIAS-SEMANA

                   PERFORM 521-VALIDAR-HORARIO
           END-PERFORM.

           MOVE WS-HORARIO TO FD-HORARIO-REG.
           OPEN OUTPUT HORARIO.
           WRITE FD-HORARIO-REG.
           CLOSE HORARIO.
       521-VALIDAR-HORARIO.

           SET WS-HORARIO-VALIDO TO TRUE.
           *> VALIDAR HORAS, TOLERANCIA Y DIAS DE LA SEMANA
           IF WS-HOR-ENTRADA IS NOT NUMERIC OR
              WS-HOR-SALIDA IS NOT NUMERIC OR
              WS-HOR-TOLERANCIA IS NOT NUMERIC OR
              WS-HOR-DIAS-SEMANA IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-HORARIO-INVALIDO TO TRUE
           ELSE
              IF NOT (WS-HOR-ENTRADA-HH-VALIDA AND
                      WS-HOR-ENTRADA-MM-VALIDA AND
                      WS-HOR-SALIDA-HH-VALIDA AND
                      WS-HOR-SALIDA-MM-VALIDA AND
                      WS-HOR-DIAS-VALIDOS)
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-HORARIO-INVALIDO TO TRUE
              END-IF
      *>       UN HORARIO QUE CRUZA LA MEDIANOCHE NO SE PUEDE MEDIR
      *>       CON UNA SOLA FECHA POR MARCACION.
              IF WS-HOR-SALIDA NOT > WS-HOR-ENTRADA
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-HORARIO-INVALIDO TO TRUE
              END-IF
           END-IF.

      *> ULTIMO DIA DEL MES (MESES DE 30 Y FEBRERO CON MOD 4, COMO EN
      *> LAS VALIDACIONES DE FECHA) Y DIA DE LA SEMANA DE CADA DIA:
      *> EL DIA 1 DE INTEGER-OF-DATE (01/01/1601) FUE LUNES.
       030-ARMAR-CALENDARIO.
           EVALUATE WS-PERIODO-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN 02
                   IF FUNCTION MOD(WS-PERIODO-ANIO , 4) = 0
                      MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                      MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
           END-EVALUATE.

           PERFORM VARYING WS-DIA-INDICE FROM 1 BY 1
                   UNTIL WS-DIA-INDICE > 31
                   MOVE "N" TO WS-DIA-LABORABLE(WS-DIA-INDICE)
                   IF WS-DIA-INDICE <= WS-ULTIMO-DIA
                      COMPUTE WS-FECHA-CALCULO =
                          WS-PERIODO-PROCESO-NUM * 100 + WS-DIA-INDICE
                      COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                          FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO),
                          7)
                      IF WS-DIA-SEMANA >= 1 AND
                         WS-DIA-SEMANA <= WS-HOR-DIAS-SEMANA
                         MOVE "S" TO WS-DIA-LABORABLE(WS-DIA-INDICE)
                      END-IF
                   END-IF
           END-PERFORM.

       040-IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO REP-LINEA.
           STRING "IMPORTACION DE MARCACIONES DEL PERIODO "
               WS-PERIODO-PROCESO-NUM
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.

           MOVE SPACES TO REP-LINEA.
           STRING "HORARIO " WS-HOR-ENTRADA-HH ":" WS-HOR-ENTRADA-MM
               " A " WS-HOR-SALIDA-HH ":" WS-HOR-SALIDA-MM
               "  TOLERANCIA " WS-HOR-TOLERANCIA " MIN"
               "  DIAS POR SEMANA " WS-HOR-DIAS-SEMANA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-DOBLE.

           MOVE SPACES TO REP-LINEA.
           STRING "EXCEPCIONES"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-SEPARADOR.

           MOVE SPACES TO REP-LINEA.
           STRING "ID     FECHA       DETALLE"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-SEPARADOR.

      *****************************************************************
      * LECTURA DEL RELOJ: CADA MARCACION DEL PERIODO SE ACUMULA EN LA
      * ENTRADA DE SU EMPLEADO; LAS QUE NO SE PUEDEN USAR QUEDAN COMO
      * EXCEPCION EN EL REPORTE.
      *****************************************************************
       100-LEER-MARCACIONES.
           SET FLAG-NO-LEIDO TO TRUE.
           READ MARCACIONES
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           PERFORM UNTIL FLAG-LEIDO OR WS-ASISTENCIA-DESBORDADA
                   IF FD-MAR-PERIODO = WS-PERIODO-PROCESO-NUM
                      ADD 1 TO WS-CONTADOR-MARCACIONES
                      PERFORM 110-PROCESAR-MARCACION
                   ELSE
                      ADD 1 TO WS-CONTADOR-OTRO-PERIODO
                   END-IF
                   READ MARCACIONES
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
           END-PERFORM.
           SET FLAG-NO-LEIDO TO TRUE.

       110-PROCESAR-MARCACION.
           MOVE SPACES TO WS-EXC-FECHA.
           IF FD-MAR-DIA IS NUMERIC
              STRING FD-MAR-DIA "/" WS-PERIODO-MES "/" WS-PERIODO-ANIO
                  DELIMITED BY SIZE INTO WS-EXC-FECHA
           END-IF.

           PERFORM 120-UBICAR-EMPLEADO.
           IF WS-ASISTENCIA-DESBORDADA OR
              NOT WS-ASI-VALIDO(WS-ASI-ACTUAL)
              CONTINUE
           ELSE
              EVALUATE TRUE
                  WHEN FD-MAR-DIA IS NOT NUMERIC
                  WHEN FD-MAR-DIA < 1
                  WHEN FD-MAR-DIA > WS-ULTIMO-DIA
                      MOVE "FECHA DE MARCACION INVALIDA"
                          TO WS-EXC-DETALLE
                      PERFORM 190-GRABAR-EXCEPCION
                  WHEN FD-MAR-ENTRADA IS NOT NUMERIC
                  WHEN FD-MAR-ENTRADA-HH > 23
                  WHEN FD-MAR-ENTRADA-MM > 59
                      MOVE "MARCACION SIN HORA DE ENTRADA VALIDA"
                          TO WS-EXC-DETALLE
                      PERFORM 190-GRABAR-EXCEPCION
                  WHEN WS-ASI-DIA-CON-MARCA(WS-ASI-ACTUAL, FD-MAR-DIA)
                      MOVE "MARCACION DUPLICADA, SE IGNORA"
                          TO WS-EXC-DETALLE
                      PERFORM 190-GRABAR-EXCEPCION
                  WHEN NOT WS-DIA-ES-LABORABLE(FD-MAR-DIA)
                      MOVE "MARCACION EN DIA NO LABORABLE, SE IGNORA"
                          TO WS-EXC-DETALLE
                      PERFORM 190-GRABAR-EXCEPCION
                  WHEN OTHER
                      PERFORM 130-MEDIR-JORNADA
              END-EVALUATE
           END-IF.

      *> BUSCA AL EMPLEADO DE LA MARCACION EN LA TABLA; LA PRIMERA VEZ
      *> QUE APARECE LO VALIDA CONTRA EL MAESTRO Y LO AGREGA, DEJANDO
      *> UNA SOLA EXCEPCION POR ID INEXISTENTE O INACTIVO.
       120-UBICAR-EMPLEADO.
           MOVE FD-MAR-EMPLEADO-ID TO WS-BUSCAR-ID.
           PERFORM 230-BUSCAR-EN-TABLA.
           IF WS-ASI-ACTUAL = ZERO
              IF WS-CANT-ASISTENCIA < 300
                 ADD 1 TO WS-CANT-ASISTENCIA
                 MOVE WS-CANT-ASISTENCIA TO WS-ASI-ACTUAL
                 INITIALIZE WS-ASI-ENTRADA(WS-ASI-ACTUAL)
                 MOVE FD-MAR-EMPLEADO-ID
                     TO WS-ASI-EMPLEADO-ID(WS-ASI-ACTUAL)
                 PERFORM VARYING WS-DIA-INDICE FROM 1 BY 1
                         UNTIL WS-DIA-INDICE > 31
                         MOVE "N" TO WS-ASI-DIA-MARCADO(WS-ASI-ACTUAL,
                             WS-DIA-INDICE)
                 END-PERFORM

                 MOVE FD-MAR-EMPLEADO-ID TO FD-EMPLEADO-ID
                 READ EMPLEADOS
                     INVALID KEY
                         SET WS-ASI-NO-EN-MAESTRO(WS-ASI-ACTUAL)
                             TO TRUE
                         MOVE "ID NO EXISTE EN EL MAESTRO DE EMPLEADOS"
                             TO WS-EXC-DETALLE
                         PERFORM 190-GRABAR-EXCEPCION
                     NOT INVALID KEY
                         MOVE FD-EMPLEADO-NOMBRE
                             TO WS-ASI-NOMBRE(WS-ASI-ACTUAL)
                         MOVE FD-EMPLEADO-FECHA-INGRESO
                             TO WS-INGRESO-FECHA
                         COMPUTE WS-ASI-INGRESO-NUM(WS-ASI-ACTUAL) =
                             WS-INGRESO-ANIO * 10000 +
                             WS-INGRESO-MES * 100 +
                             WS-INGRESO-DIA
                         IF FD-EMPLEADO-INACTIVO
                            SET WS-ASI-INACTIVO(WS-ASI-ACTUAL) TO TRUE
                            MOVE "EMPLEADO INACTIVO, NO LLEVA NOVEDADES"
                                TO WS-EXC-DETALLE
                            PERFORM 190-GRABAR-EXCEPCION
                         ELSE
                            SET WS-ASI-VALIDO(WS-ASI-ACTUAL) TO TRUE
                         END-IF
                 END-READ
              ELSE
                 DISPLAY WS-DISPLAY-ASISTENCIA-LLENA FD-MAR-EMPLEADO-ID
                 SET WS-ASISTENCIA-DESBORDADA TO TRUE
              END-IF
           END-IF.

      *> TARDANZA SOBRE LA ENTRADA Y SOBRETIEMPO SOBRE LA SALIDA; LAS
      *> DOS PRIMERAS HORAS EXTRAS DEL DIA VAN AL 25% Y EL RESTO AL
      *> 35%. SIN SALIDA VALIDA EL DIA CUENTA COMO ASISTIDO (Y SE MIDE
      *> LA TARDANZA) PERO NO GENERA SOBRETIEMPO.
       130-MEDIR-JORNADA.
           MOVE "S" TO WS-ASI-DIA-MARCADO(WS-ASI-ACTUAL, FD-MAR-DIA).
           COMPUTE WS-MIN-ENTRADA =
               FD-MAR-ENTRADA-HH * 60 + FD-MAR-ENTRADA-MM.
           IF WS-MIN-ENTRADA > WS-HOR-MIN-ENTRADA + WS-HOR-TOLERANCIA
              COMPUTE WS-ASI-MIN-TARDANZA(WS-ASI-ACTUAL) =
                  WS-ASI-MIN-TARDANZA(WS-ASI-ACTUAL) +
                  WS-MIN-ENTRADA - WS-HOR-MIN-ENTRADA
           END-IF.

           SET WS-SALIDA-VALIDA TO TRUE.
           IF FD-MAR-SALIDA = SPACES OR FD-MAR-SALIDA = ZERO
              SET WS-SALIDA-INVALIDA TO TRUE
              MOVE "MARCACION DE ENTRADA SIN SALIDA"
                  TO WS-EXC-DETALLE
              PERFORM 190-GRABAR-EXCEPCION
           ELSE
              IF FD-MAR-SALIDA IS NOT NUMERIC OR
                 FD-MAR-SALIDA-HH > 23 OR
                 FD-MAR-SALIDA-MM > 59
                 SET WS-SALIDA-INVALIDA TO TRUE
              ELSE
                 COMPUTE WS-MIN-SALIDA =
                     FD-MAR-SALIDA-HH * 60 + FD-MAR-SALIDA-MM
                 IF WS-MIN-SALIDA NOT > WS-MIN-ENTRADA
                    SET WS-SALIDA-INVALIDA TO TRUE
                 END-IF
              END-IF
              IF WS-SALIDA-INVALIDA
                 MOVE "HORA DE SALIDA INVALIDA, SIN SOBRETIEMPO"
                     TO WS-EXC-DETALLE
                 PERFORM 190-GRABAR-EXCEPCION
              END-IF
           END-IF.

           IF WS-SALIDA-VALIDA AND WS-MIN-SALIDA > WS-HOR-MIN-SALIDA
              COMPUTE WS-MIN-EXTRA = WS-MIN-SALIDA - WS-HOR-MIN-SALIDA
              IF WS-MIN-EXTRA > 120
                 ADD 120 TO WS-ASI-MIN-EXTRA-25(WS-ASI-ACTUAL)
                 COMPUTE WS-ASI-MIN-EXTRA-35(WS-ASI-ACTUAL) =
                     WS-ASI-MIN-EXTRA-35(WS-ASI-ACTUAL) +
                     WS-MIN-EXTRA - 120
              ELSE
                 ADD WS-MIN-EXTRA TO WS-ASI-MIN-EXTRA-25(WS-ASI-ACTUAL)
              END-IF
           END-IF.

       190-GRABAR-EXCEPCION.
           MOVE SPACES TO REP-LINEA.
           STRING WS-BUSCAR-ID " " WS-EXC-FECHA "  " WS-EXC-DETALLE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           ADD 1 TO WS-CONTADOR-EXCEPCIONES.

      *****************************************************************
      * DIAS YA CUBIERTOS EN EL PERIODO: GOCES DE VACACIONES.DAT Y
      * LICENCIAS LE/LM DE NOVEDADES.DAT. DE PASO SE MARCA A QUIEN YA
      * TIENE NOVEDADES DE ASISTENCIA (TA/IN/25/35) DEL PERIODO, QUE NO
      * SE VUELVE A IMPORTAR. QUE NO EXISTA ALGUNO DE LOS DOS ARCHIVOS
      * ES NORMAL.
      *****************************************************************
       200-CARGAR-COBERTURAS.
           OPEN INPUT VACACIONES.
           IF WS-VACACIONES-NO-EXISTE
              CONTINUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ VACACIONES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-VAC-PERIODO-GOCE = WS-PERIODO-PROCESO-NUM
                         MOVE FD-VAC-EMPLEADO-ID TO WS-BUSCAR-ID
                         PERFORM 230-BUSCAR-EN-TABLA
                         IF WS-ASI-ACTUAL > ZERO
                            ADD FD-VAC-DIAS
                                TO WS-ASI-DIAS-CUBIERTOS(WS-ASI-ACTUAL)
                         END-IF
                      END-IF
                      READ VACACIONES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE VACACIONES
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

           OPEN INPUT NOVEDADES.
           IF WS-NOVEDADES-NO-EXISTE
              CONTINUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ NOVEDADES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-NOV-PERIODO = WS-PERIODO-PROCESO-NUM
                         MOVE FD-NOV-EMPLEADO-ID TO WS-BUSCAR-ID
                         PERFORM 230-BUSCAR-EN-TABLA
                         IF WS-ASI-ACTUAL > ZERO
                            PERFORM 210-APLICAR-NOVEDAD-EXISTENTE
                         END-IF
                      END-IF
                      READ NOVEDADES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE NOVEDADES
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

       210-APLICAR-NOVEDAD-EXISTENTE.
           EVALUATE TRUE
               WHEN FD-NOV-LIC-ENFERMEDAD
               WHEN FD-NOV-LIC-MATERNIDAD
                   ADD FD-NOV-CANTIDAD
                       TO WS-ASI-DIAS-CUBIERTOS(WS-ASI-ACTUAL)
               WHEN FD-NOV-TARDANZA
               WHEN FD-NOV-INASISTENCIA
               WHEN FD-NOV-HORA-EXTRA-25
               WHEN FD-NOV-HORA-EXTRA-35
                   IF WS-ASI-VALIDO(WS-ASI-ACTUAL)
                      SET WS-ASI-YA-IMPORTADO(WS-ASI-ACTUAL) TO TRUE
                      MOVE SPACES TO WS-EXC-FECHA
                      MOVE "YA TIENE NOVEDADES DE ASISTENCIA, SE OMITE"
                          TO WS-EXC-DETALLE
                      PERFORM 190-GRABAR-EXCEPCION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> DEVUELVE EN WS-ASI-ACTUAL LA POSICION DE WS-BUSCAR-ID EN LA
      *> TABLA, O CERO SI NO ESTA.
       230-BUSCAR-EN-TABLA.
           MOVE ZERO TO WS-ASI-ACTUAL.
           PERFORM VARYING WS-ASI-INDICE FROM 1 BY 1
                   UNTIL WS-ASI-INDICE > WS-CANT-ASISTENCIA
                      OR WS-ASI-ACTUAL > ZERO
                   IF WS-ASI-EMPLEADO-ID(WS-ASI-INDICE) = WS-BUSCAR-ID
                      MOVE WS-ASI-INDICE TO WS-ASI-ACTUAL
                   END-IF
           END-PERFORM.

      *> UN ACTIVO QUE NO APARECE EN EL RELOJ PUEDE ESTAR EXONERADO DE
      *> MARCAR O PUEDE HABER FALTADO TODO EL MES: NO SE LE GENERA
      *> NADA, PERO QUEDA EN EL REPORTE PARA QUE SE REVISE A MANO.
       300-ACTIVOS-SIN-MARCACION.
           MOVE SPACES TO WS-EXC-FECHA.
           MOVE LOW-VALUES TO FD-EMPLEADO-ID.
           START EMPLEADOS KEY IS >= FD-EMPLEADO-ID
               INVALID KEY CONTINUE
           END-START.
           IF WS-EMPLEADOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ EMPLEADOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-EMPLEADO-ACTIVO
                         MOVE FD-EMPLEADO-ID TO WS-BUSCAR-ID
                         PERFORM 230-BUSCAR-EN-TABLA
                         IF WS-ASI-ACTUAL = ZERO
                            MOVE "ACTIVO SIN MARCACIONES EN EL PERIODO"
                                TO WS-EXC-DETALLE
                            PERFORM 190-GRABAR-EXCEPCION
                         END-IF
                      END-IF
                      READ EMPLEADOS NEXT RECORD
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *****************************************************************
      * SEGUNDA PARTE DEL REPORTE: LAS NOVEDADES QUE SE GRABARIAN POR
      * EMPLEADO. LAS INASISTENCIAS SON LOS DIAS LABORABLES DESDE EL
      * INGRESO SIN MARCACION, MENOS LOS DIAS CUBIERTOS.
      *****************************************************************
       400-IMPRIMIR-NOVEDADES.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "NOVEDADES A GENERAR"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-SEPARADOR.
           MOVE SPACES TO REP-LINEA.
           STRING "ID     NOMBRE                 TA HRS  HE 25%  HE 35%"
               "  IN DIAS"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-SEPARADOR.

           PERFORM VARYING WS-ASI-ACTUAL FROM 1 BY 1
                   UNTIL WS-ASI-ACTUAL > WS-CANT-ASISTENCIA
                   IF WS-ASI-VALIDO(WS-ASI-ACTUAL)
                      PERFORM 410-CALCULAR-NOVEDADES
                      MOVE WS-HORAS-TARDANZA TO WS-HORAS-EDITADO
                      MOVE WS-HORAS-EXTRA-25 TO WS-HORAS-25-EDITADO
                      MOVE WS-HORAS-EXTRA-35 TO WS-HORAS-35-EDITADO
                      MOVE WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL)
                          TO WS-DIAS-EDITADO
                      MOVE SPACES TO REP-LINEA
                      STRING WS-ASI-EMPLEADO-ID(WS-ASI-ACTUAL) " "
                          WS-ASI-NOMBRE(WS-ASI-ACTUAL) "  "
                          WS-HORAS-EDITADO "  " WS-HORAS-25-EDITADO
                          "  " WS-HORAS-35-EDITADO "      "
                          WS-DIAS-EDITADO
                          DELIMITED BY SIZE INTO REP-LINEA
                      WRITE REP-LINEA
                   END-IF
           END-PERFORM.

           WRITE REP-LINEA FROM WS-LIN-DOBLE.
           MOVE WS-CONTADOR-MARCACIONES TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "MARCACIONES DEL PERIODO: " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CONTADOR-EXCEPCIONES TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "EXCEPCIONES:             " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CONTADOR-A-GRABAR TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "NOVEDADES A GRABAR:      " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.

      *> DEJA EN WS-HORAS-* Y WS-ASI-DIAS-FALTA LAS CANTIDADES DEL
      *> EMPLEADO EN WS-ASI-ACTUAL Y CUENTA LOS RENGLONES A GRABAR.
       410-CALCULAR-NOVEDADES.
           COMPUTE WS-HORAS-TARDANZA ROUNDED =
               WS-ASI-MIN-TARDANZA(WS-ASI-ACTUAL) / 60.
           COMPUTE WS-HORAS-EXTRA-25 ROUNDED =
               WS-ASI-MIN-EXTRA-25(WS-ASI-ACTUAL) / 60.
           COMPUTE WS-HORAS-EXTRA-35 ROUNDED =
               WS-ASI-MIN-EXTRA-35(WS-ASI-ACTUAL) / 60.

           MOVE ZERO TO WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL).
           PERFORM VARYING WS-DIA-INDICE FROM 1 BY 1
                   UNTIL WS-DIA-INDICE > WS-ULTIMO-DIA
                   COMPUTE WS-FECHA-CALCULO =
                       WS-PERIODO-PROCESO-NUM * 100 + WS-DIA-INDICE
                   IF WS-DIA-ES-LABORABLE(WS-DIA-INDICE) AND
                      WS-FECHA-CALCULO >=
                          WS-ASI-INGRESO-NUM(WS-ASI-ACTUAL) AND
                      NOT WS-ASI-DIA-CON-MARCA(WS-ASI-ACTUAL,
                          WS-DIA-INDICE)
                      ADD 1 TO WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL)
                   END-IF
           END-PERFORM.
           IF WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL) >
              WS-ASI-DIAS-CUBIERTOS(WS-ASI-ACTUAL)
              SUBTRACT WS-ASI-DIAS-CUBIERTOS(WS-ASI-ACTUAL)
                  FROM WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL)
           ELSE
              MOVE ZERO TO WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL)
           END-IF.

           IF WS-HORAS-TARDANZA > ZERO
              ADD 1 TO WS-CONTADOR-A-GRABAR
           END-IF.
           IF WS-HORAS-EXTRA-25 > ZERO
              ADD 1 TO WS-CONTADOR-A-GRABAR
           END-IF.
           IF WS-HORAS-EXTRA-35 > ZERO
              ADD 1 TO WS-CONTADOR-A-GRABAR
           END-IF.
           IF WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL) > ZERO
              ADD 1 TO WS-CONTADOR-A-GRABAR
           END-IF.

      *> LAS NOVEDADES SE ACUMULAN EN EXTEND, IGUAL QUE EN
      *> CAPTURA-NOVEDADES; CALCULO-PLANILLA FILTRA POR PERIODO.
       500-GRABAR-NOVEDADES.
           OPEN INPUT NOVEDADES.
           IF WS-NOVEDADES-NO-EXISTE
              CLOSE NOVEDADES
              OPEN OUTPUT NOVEDADES
           ELSE
              CLOSE NOVEDADES
              OPEN EXTEND NOVEDADES
           END-IF.

           PERFORM VARYING WS-ASI-ACTUAL FROM 1 BY 1
                   UNTIL WS-ASI-ACTUAL > WS-CANT-ASISTENCIA
                   IF WS-ASI-VALIDO(WS-ASI-ACTUAL)
                      PERFORM 410-CALCULAR-NOVEDADES
                      PERFORM 510-GRABAR-EMPLEADO
                   END-IF
           END-PERFORM.
           CLOSE NOVEDADES.

       510-GRABAR-EMPLEADO.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-NOV-PERIODO.
           MOVE WS-ASI-EMPLEADO-ID(WS-ASI-ACTUAL) TO FD-NOV-EMPLEADO-ID.
           MOVE ZERO TO FD-NOV-MONTO.

           IF WS-HORAS-TARDANZA > ZERO
              SET FD-NOV-TARDANZA TO TRUE
              MOVE WS-HORAS-TARDANZA TO FD-NOV-CANTIDAD
              WRITE FD-NOVEDAD-REG
              ADD 1 TO WS-CONTADOR-NOVEDADES
           END-IF.
           IF WS-HORAS-EXTRA-25 > ZERO
              SET FD-NOV-HORA-EXTRA-25 TO TRUE
              MOVE WS-HORAS-EXTRA-25 TO FD-NOV-CANTIDAD
              WRITE FD-NOVEDAD-REG
              ADD 1 TO WS-CONTADOR-NOVEDADES
           END-IF.
           IF WS-HORAS-EXTRA-35 > ZERO
              SET FD-NOV-HORA-EXTRA-35 TO TRUE
              MOVE WS-HORAS-EXTRA-35 TO FD-NOV-CANTIDAD
              WRITE FD-NOVEDAD-REG
              ADD 1 TO WS-CONTADOR-NOVEDADES
           END-IF.
           IF WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL) > ZERO
              SET FD-NOV-INASISTENCIA TO TRUE
              MOVE WS-ASI-DIAS-FALTA(WS-ASI-ACTUAL) TO FD-NOV-CANTIDAD
              WRITE FD-NOVEDAD-REG
              ADD 1 TO WS-CONTADOR-NOVEDADES
           END-IF.

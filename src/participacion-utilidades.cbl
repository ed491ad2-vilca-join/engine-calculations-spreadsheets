       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTICIPACION-UTILIDADES.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * CORRIDA ANUAL DE PARTICIPACION DE LOS TRABAJADORES EN LAS
      * UTILIDADES DEL EJERCICIO. SE INGRESA LA RENTA NETA DEL
      * EJERCICIO Y EL PORCENTAJE DEL SECTOR (5, 8 O 10); EL MONTO A
      * DISTRIBUIR SE PARTE EN DOS MITADES:
      *   - POR DIAS LABORADOS: 30 POR CADA BOLETA DEL EJERCICIO EN
      *     PLANILLA.DAT (PRORRATEADOS EN EL MES DE INGRESO Y EN EL
      *     DE CESE), MENOS LAS INASISTENCIAS (IN) DE NOVEDADES.DAT.
      *     LAS LICENCIAS SUBSIDIADAS CUENTAN COMO DIAS LABORADOS: LA
      *     DE MATERNIDAD (LM) COMPLETA Y LA DE ENFERMEDAD (LE) HASTA
      *     60 DIAS EN EL EJERCICIO; EL EXCESO SE DESCUENTA.
      *   - POR REMUNERACION: SUMA DEL BRUTO DE LAS BOLETAS DEL
      *     EJERCICIO (FD-PLA-BRUTO; EL SUBSIDIO NO ES REMUNERACION).
      * CADA TRABAJADOR RECIBE SU PARTE DE CADA MITAD, CON TOPE DE 18
      * REMUNERACIONES MENSUALES (SUELDO BASE MAS ASIGNACION FAMILIAR
      * DE SU ULTIMA BOLETA DEL EJERCICIO); LO QUE EXCEDE EL TOPE ES
      * REMANENTE NO DISTRIBUIDO. ENTRAN TODOS LOS QUE TUVIERON BOLETA
      * EN EL EJERCICIO, AUNQUE YA ESTEN CESADOS.
      * LOS 12 PERIODOS DEL EJERCICIO DEBEN ESTAR CERRADOS Y SIN
      * CORRIDA INCOMPLETA; UN PERIODO SIN REGISTRO DE CONTROL SE
      * AVISA (LA EMPRESA PUDO NO TENER PLANILLA ESE MES).
      * SALIDAS:
      *   - UTILIDADES.DAT: LIQUIDACION POR TRABAJADOR Y RESUMEN CON
      *     EL REMANENTE NO DISTRIBUIDO.
      *   - ABONOS-UTILIDADES.DAT: ARCHIVO DE PAGO CON EL MISMO
      *     FORMATO 01/02/99 DE ABONOS.DAT (PERIODO AAAA12 DEL
      *     EJERCICIO); UN TRABAJADOR SIN CCI SE PAGA POR OTRO MEDIO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); AQUI SOLO SE
      *> HACEN LECTURAS DIRECTAS POR CLAVE DE CADA TRABAJADOR CON
      *> BOLETA EN EL EJERCICIO.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

      *> HISTORICO DE PLANILLA CALCULADA, INDEXADO POR PERIODO +
      *> EMPLEADO; SE POSICIONA CON START EN ENERO DEL EJERCICIO Y SE
      *> LEE HASTA PASAR DICIEMBRE.
           SELECT PLANILLA ASSIGN TO "../data/planilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PLA-CLAVE
               FILE STATUS IS WS-FS-PLANILLA.

           SELECT PERIODOS ASSIGN TO "../data/periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

           SELECT NOVEDADES ASSIGN TO "../data/novedades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.

           SELECT LIQUIDACIONES ASSIGN TO "../data/utilidades.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABONOS ASSIGN TO "../data/abonos-utilidades.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  PLANILLA.
           COPY planilla.

       FD  PERIODOS.
           COPY periodo.

       FD  NOVEDADES.
           COPY novedad.

       FD  LIQUIDACIONES.
       01 LIQ-LINEA                     PIC X(80).

       FD  ABONOS.
       01 ABO-CAB-REG.
          05 ABO-CAB-TIPO               PIC X(2).
          05 ABO-CAB-PERIODO            PIC 9(6).
          05 ABO-CAB-FECHA              PIC X(8).
       01 ABO-DET-REG.
          05 ABO-DET-TIPO               PIC X(2).
          05 ABO-DET-EMPLEADO-ID        PIC X(6).
          05 ABO-DET-NOMBRE             PIC X(20).
          05 ABO-DET-BANCO              PIC X(3).
          05 ABO-DET-CCI                PIC X(20).
          05 ABO-DET-NETO               PIC 9(9)V99.
       01 ABO-TOT-REG.
          05 ABO-TOT-TIPO               PIC X(2).
          05 ABO-TOT-CANTIDAD           PIC 9(6).
          05 ABO-TOT-NETO               PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "PARTICIPACION ANUAL DE UTILIDADES".
       01 WS-DISPLAY-INPUT-EJERCICIO    PIC X(50)   VALUE
             "INGRESE EJERCICIO (AAAA): ".
       01 WS-DISPLAY-INPUT-RENTA        PIC X(60)   VALUE
             "INGRESE RENTA NETA DEL EJERCICIO EN SOLES: ".
       01 WS-DISPLAY-INPUT-PORCENTAJE   PIC X(60)   VALUE
             "PORCENTAJE DEL SECTOR (05, 08 O 10): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-PLANILLA        PIC X(60)   VALUE
             "NO SE ENCONTRO PLANILLA.DAT; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-SIN-CONTROL        PIC X(60)   VALUE
             "NO HAY PERIODOS REGISTRADOS; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-PER-SIN-PLANILLA   PIC X(60)   VALUE
             "AVISO: PERIODO SIN REGISTRO DE CONTROL: ".
       01 WS-DISPLAY-CORRIDA-INCOMPLETA PIC X(60)   VALUE
             "CORRIDA INCOMPLETA; RELANCE CALCULO-PLANILLA: ".
       01 WS-DISPLAY-NO-CERRADO         PIC X(60)   VALUE
             "PERIODO NO CERRADO; CIERRELO EN GESTION-PERIODOS: ".
       01 WS-DISPLAY-SIN-EMPLEADO       PIC X(60)   VALUE
             "BOLETA SIN EMPLEADO EN EL MAESTRO, SE OMITE: ".
       01 WS-DISPLAY-SIN-CCI            PIC X(60)   VALUE
             "EMPLEADO SIN CCI, PAGAR POR OTRO MEDIO: ".
       01 WS-DISPLAY-TABLA-LLENA        PIC X(60)   VALUE
             "TABLA DE TRABAJADORES LLENA, SE FRENA LA CORRIDA".
       01 WS-DISPLAY-SIN-BOLETAS        PIC X(60)   VALUE
             "NO HAY BOLETAS DEL EJERCICIO EN PLANILLA.DAT".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".
       01 WS-DISPLAY-PLA-SIN-REORG      PIC X(60)   VALUE
             "PLANILLA.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".
       01 WS-DISPLAY-PER-SIN-REORG      PIC X(60)   VALUE
             "PERIODOS.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".

       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
          88 WS-PLANILLA-OK                         VALUE "00".
          88 WS-PLANILLA-NO-EXISTE                  VALUE "35".
          88 WS-PLANILLA-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-PERIODOS                PIC X(2)    VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-PERIODOS-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-NOVEDADES               PIC X(2)    VALUE "00".
          88 WS-NOVEDADES-OK                        VALUE "00".
          88 WS-NOVEDADES-NO-EXISTE                 VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-EJERCICIO                  PIC 9(4).
          88 WS-EJERCICIO-VALIDO                    VALUE 1900
                                                    THRU 9999.
       01 WS-VALIDAR-EJERCICIO          PIC X(1)    VALUE "N".
          88 WS-EJERCICIO-OK                        VALUE "S".
          88 WS-EJERCICIO-INVALIDO                  VALUE "N".
       01 WS-PERIODO-DESDE              PIC 9(6).
       01 WS-PERIODO-HASTA              PIC 9(6).
       01 WS-PERIODO-CONTROL            PIC 9(6).
       01 WS-MES-CONTROL                PIC 9(2).

       01 WS-EJERCICIO-HABILITADO       PIC X(1)    VALUE "S".
          88 WS-EJERCICIO-SI-HABILITADO             VALUE "S".
          88 WS-EJERCICIO-NO-HABILITADO             VALUE "N".

       01 WS-RENTA-NETA                 PIC 9(11)V99 VALUE 0.
       01 WS-PORCENTAJE-SECTOR          PIC 9(2)    VALUE 0.
          88 WS-PORCENTAJE-CONOCIDO                 VALUE 5 8 10.
       01 WS-VALIDAR-VALOR              PIC X(1)    VALUE "N".
          88 WS-VALOR-VALIDO                        VALUE "S".
          88 WS-VALOR-INVALIDO                      VALUE "N".

      *> MONTO A DISTRIBUIR Y SUS DOS MITADES (LA DE REMUNERACION SE
      *> QUEDA CON EL CENTIMO IMPAR).
       01 WS-MONTO-DISTRIBUIR           PIC 9(11)V99 VALUE 0.
       01 WS-MITAD-DIAS                 PIC 9(11)V99 VALUE 0.
       01 WS-MITAD-REMUNERACION         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DIAS                 PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-REMUNERACION         PIC 9(11)V99 VALUE 0.

      *> DIAS DE ENFERMEDAD (LE) DEL EJERCICIO QUE SE CUENTAN COMO
      *> LABORADOS; EL EXCESO SE DESCUENTA COMO LA INASISTENCIA.
       01 WS-TOPE-DIAS-ENFERMEDAD       PIC 9(3)    VALUE 60.
       01 WS-TOPE-REMUNERACIONES        PIC 9(2)    VALUE 18.

      *> TRABAJADORES CON BOLETA EN EL EJERCICIO, CON LO ACUMULADO DE
      *> SUS BOLETAS Y NOVEDADES Y, DESPUES, SU LIQUIDACION.
       01 WS-TABLA-TRABAJADORES.
          05 WS-CANT-TRABAJADORES       PIC 9(4)    VALUE 0.
          05 WS-TRA-ENTRADA OCCURS 2000 TIMES.
             10 WS-TRA-EMPLEADO-ID      PIC X(6).
             10 WS-TRA-NOMBRE           PIC X(20).
             10 WS-TRA-BANCO            PIC X(3).
             10 WS-TRA-CCI              PIC X(20).
             10 WS-TRA-FECHA-INGRESO    PIC 9(8).
             10 WS-TRA-FECHA-CESE       PIC X(8).
             10 WS-TRA-MESES            PIC 9(2).
             10 WS-TRA-DIAS-BOLETAS     PIC 9(3)V99.
             10 WS-TRA-DIAS-IN          PIC 9(3)V99.
             10 WS-TRA-DIAS-LE          PIC 9(3)V99.
             10 WS-TRA-DIAS-LM          PIC 9(3)V99.
             10 WS-TRA-DIAS-LABORADOS   PIC 9(3)V99.
             10 WS-TRA-REMUNERACION     PIC 9(9)V99.
             10 WS-TRA-REM-MENSUAL      PIC 9(7)V99.
             10 WS-TRA-PARTE-DIAS       PIC 9(9)V99.
             10 WS-TRA-PARTE-REM        PIC 9(9)V99.
             10 WS-TRA-TOPE             PIC 9(9)V99.
             10 WS-TRA-REMANENTE        PIC 9(9)V99.
             10 WS-TRA-A-PAGAR          PIC 9(9)V99.
       01 WS-TRA-INDICE                 PIC 9(4).
       01 WS-TRA-ACTUAL                 PIC 9(4).
       01 WS-TABLA-COMPLETA             PIC X(1)    VALUE "S".
          88 WS-TABLA-LISTA                         VALUE "S".
          88 WS-TABLA-DESBORDADA                    VALUE "N".

      *> FECHAS PARA PRORRATEAR EL MES DE INGRESO Y EL DE CESE: EL
      *> INGRESO ESTA DDMMAAAA EN EL MAESTRO Y EL CESE AAAAMMDD.
       01 WS-FECHA-INGRESO.
          05 WS-INGRESO-DIA             PIC 9(2).
          05 WS-INGRESO-MES             PIC 9(2).
          05 WS-INGRESO-ANIO            PIC 9(4).
       01 WS-FECHA-INGRESO-X REDEFINES WS-FECHA-INGRESO
                                        PIC X(8).
       01 WS-FECHA-AAAAMMDD.
          05 WS-FECHA-PERIODO           PIC 9(6).
          05 WS-FECHA-DIA               PIC 9(2).
       01 WS-FECHA-AAAAMMDD-X REDEFINES WS-FECHA-AAAAMMDD
                                        PIC X(8).
       01 WS-INGRESO-PERIODO            PIC 9(6).
       01 WS-DIAS-MES                   PIC 9(2)V99.
       01 WS-DIAS-DESCUENTO             PIC 9(3)V99.

       01 WS-FECHA-SISTEMA              PIC X(8).
       01 WS-TOTALES.
          05 WS-TOTAL-A-PAGAR           PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-REMANENTE         PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-REPARTIDO         PIC 9(11)V99 VALUE 0.
          05 WS-DIFERENCIA-REDONDEO     PIC S9(11)V99 VALUE 0.
          05 WS-CONTADOR-CON-TOPE       PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-CESADOS        PIC 9(5)    VALUE 0.
          05 WS-CANTIDAD-ABONOS         PIC 9(6)    VALUE 0.
          05 WS-TOTAL-ABONOS            PIC 9(11)V99 VALUE 0.
          05 WS-CONTADOR-SIN-CCI        PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-OMITIDOS       PIC 9(5)    VALUE 0.

       01 WS-MONTO-EDITADO              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNO-EDITADO              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIAS-EDITADO               PIC ZZ9.99.
       01 WS-TOTAL-DIAS-EDITADO         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CONTADOR-EDITADO           PIC ZZ,ZZ9.
       01 WS-LIN-SEPARADOR              PIC X(60)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(60)   VALUE ALL "=".

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           PERFORM 010-PEDIR-EJERCICIO.
           PERFORM 011-PEDIR-RENTA.
           PERFORM 012-PEDIR-PORCENTAJE.
           PERFORM 015-VERIFICAR-PERIODOS.
           IF WS-EJERCICIO-NO-HABILITADO
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

           PERFORM 100-ACUMULAR-BOLETAS.
           IF WS-TABLA-DESBORDADA
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.
           IF WS-CANT-TRABAJADORES = ZERO
              DISPLAY WS-DISPLAY-SIN-BOLETAS
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.
           PERFORM 150-ACUMULAR-NOVEDADES.
           CLOSE EMPLEADOS.

           PERFORM 200-CALCULAR-DIAS.
           PERFORM 300-REPARTIR-UTILIDADES.

           OPEN OUTPUT LIQUIDACIONES.
           OPEN OUTPUT ABONOS.
           PERFORM 500-GRABAR-CABECERA-ABONOS.
           PERFORM VARYING WS-TRA-INDICE FROM 1 BY 1
                   UNTIL WS-TRA-INDICE > WS-CANT-TRABAJADORES
                   PERFORM 400-IMPRIMIR-LIQUIDACION
                   PERFORM 510-GRABAR-ABONO
           END-PERFORM.
           PERFORM 450-IMPRIMIR-RESUMEN.
           PERFORM 520-GRABAR-TOTALES-ABONOS.
           CLOSE LIQUIDACIONES.
           CLOSE ABONOS.

           MOVE WS-TOTAL-A-PAGAR TO WS-TOTAL-EDITADO.
           DISPLAY "TRABAJADORES LIQUIDADOS: " WS-CANT-TRABAJADORES.
           DISPLAY "TOTAL A PAGAR:          " WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-REMANENTE TO WS-TOTAL-EDITADO.
           DISPLAY "REMANENTE POR TOPE:     " WS-TOTAL-EDITADO.
           DISPLAY "ABONOS GENERADOS: " WS-CANTIDAD-ABONOS.
           IF WS-CONTADOR-SIN-CCI > 0
              DISPLAY "EMPLEADOS SIN CCI: " WS-CONTADOR-SIN-CCI
           END-IF.
           IF WS-CONTADOR-OMITIDOS > 0
              DISPLAY "BOLETAS OMITIDAS: " WS-CONTADOR-OMITIDOS
           END-IF.
           DISPLAY WS-DISPLAY-MENSAJE-EXITO.
           STOP RUN.

       010-PEDIR-EJERCICIO.
           SET WS-EJERCICIO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-EJERCICIO-OK
                   DISPLAY WS-DISPLAY-INPUT-EJERCICIO
                   ACCEPT WS-EJERCICIO

                   SET WS-EJERCICIO-OK TO TRUE
                   IF WS-EJERCICIO IS NOT NUMERIC OR
                      NOT WS-EJERCICIO-VALIDO
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-EJERCICIO-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.
           COMPUTE WS-PERIODO-DESDE = WS-EJERCICIO * 100 + 1.
           COMPUTE WS-PERIODO-HASTA = WS-EJERCICIO * 100 + 12.

       011-PEDIR-RENTA.
           SET WS-VALOR-INVALIDO TO TRUE.
           PERFORM UNTIL WS-VALOR-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-RENTA
                   ACCEPT WS-RENTA-NETA

                   SET WS-VALOR-VALIDO TO TRUE
                   IF WS-RENTA-NETA IS NOT NUMERIC OR
                      WS-RENTA-NETA = ZERO
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-VALOR-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.

       012-PEDIR-PORCENTAJE.
           SET WS-VALOR-INVALIDO TO TRUE.
           PERFORM UNTIL WS-VALOR-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-PORCENTAJE
                   ACCEPT WS-PORCENTAJE-SECTOR

                   SET WS-VALOR-VALIDO TO TRUE
                   IF WS-PORCENTAJE-SECTOR IS NOT NUMERIC OR
                      NOT WS-PORCENTAJE-CONOCIDO
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-VALOR-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.

      *> EL REPARTO USA LOS MONTOS DEFINITIVOS DEL EJERCICIO: UN MES
      *> ABIERTO O CON CORRIDA CAIDA A MITAD PUEDE CAMBIAR DESPUES.
       015-VERIFICAR-PERIODOS.
           SET WS-EJERCICIO-SI-HABILITADO TO TRUE.
           OPEN INPUT PERIODOS.
           IF WS-PERIODOS-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PER-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PERIODOS-NO-EXISTE
              DISPLAY WS-DISPLAY-SIN-CONTROL
              SET WS-EJERCICIO-NO-HABILITADO TO TRUE
           ELSE
              PERFORM VARYING WS-MES-CONTROL FROM 1 BY 1
                      UNTIL WS-MES-CONTROL > 12
                      COMPUTE WS-PERIODO-CONTROL =
                          WS-EJERCICIO * 100 + WS-MES-CONTROL
                      MOVE WS-PERIODO-CONTROL TO FD-PER-PERIODO
                      READ PERIODOS
                          INVALID KEY
                              DISPLAY WS-DISPLAY-PER-SIN-PLANILLA
                                  WS-PERIODO-CONTROL
                          NOT INVALID KEY
                              IF FD-PER-CORRIDA-EN-PROCESO
                                 DISPLAY WS-DISPLAY-CORRIDA-INCOMPLETA
                                     WS-PERIODO-CONTROL
                                 SET WS-EJERCICIO-NO-HABILITADO
                                     TO TRUE
                              END-IF
                              IF NOT FD-PER-CERRADO
                                 DISPLAY WS-DISPLAY-NO-CERRADO
                                     WS-PERIODO-CONTROL
                                 SET WS-EJERCICIO-NO-HABILITADO
                                     TO TRUE
                              END-IF
                      END-READ
              END-PERFORM
              CLOSE PERIODOS
           END-IF.

      *****************************************************************
      * PASA LAS BOLETAS DEL EJERCICIO: POR TRABAJADOR CUENTA LOS
      * DIAS DE CADA MES CON BOLETA (30, O LOS DEL MES DESDE EL
      * INGRESO O HASTA EL CESE) Y SUMA EL BRUTO. LA ULTIMA BOLETA
      * DEL EJERCICIO (LA CLAVE VA EN ORDEN DE PERIODO) DEJA LA
      * REMUNERACION MENSUAL PARA EL TOPE.
      *****************************************************************
       100-ACUMULAR-BOLETAS.
           OPEN INPUT PLANILLA.
           IF WS-PLANILLA-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PLA-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PLANILLA-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-PLANILLA
           ELSE
              MOVE WS-PERIODO-DESDE TO FD-PLA-PERIODO
              MOVE LOW-VALUES TO FD-PLA-EMPLEADO-ID
              START PLANILLA KEY IS >= FD-PLA-CLAVE
                  INVALID KEY CONTINUE
              END-START
              IF WS-PLANILLA-OK
                 SET FLAG-NO-LEIDO TO TRUE
                 READ PLANILLA NEXT RECORD
                     AT END SET FLAG-LEIDO TO TRUE
                 END-READ
                 PERFORM UNTIL FLAG-LEIDO
                         IF FD-PLA-PERIODO > WS-PERIODO-HASTA
                            SET FLAG-LEIDO TO TRUE
                         ELSE
                            PERFORM 110-ACUMULAR-BOLETA
                            IF WS-TABLA-DESBORDADA
                               SET FLAG-LEIDO TO TRUE
                            ELSE
                               READ PLANILLA NEXT RECORD
                                   AT END SET FLAG-LEIDO TO TRUE
                               END-READ
                            END-IF
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
              CLOSE PLANILLA
           END-IF.

       110-ACUMULAR-BOLETA.
           MOVE ZERO TO WS-TRA-ACTUAL.
           PERFORM VARYING WS-TRA-INDICE FROM 1 BY 1
                   UNTIL WS-TRA-INDICE > WS-CANT-TRABAJADORES
                      OR WS-TRA-ACTUAL > ZERO
                   IF WS-TRA-EMPLEADO-ID(WS-TRA-INDICE)
                       = FD-PLA-EMPLEADO-ID
                      MOVE WS-TRA-INDICE TO WS-TRA-ACTUAL
                   END-IF
           END-PERFORM.

           IF WS-TRA-ACTUAL = ZERO
              PERFORM 120-AGREGAR-TRABAJADOR
           END-IF.

           IF WS-TRA-ACTUAL > ZERO
              PERFORM 130-DIAS-DEL-MES
              ADD 1 TO WS-TRA-MESES(WS-TRA-ACTUAL)
              ADD WS-DIAS-MES TO WS-TRA-DIAS-BOLETAS(WS-TRA-ACTUAL)
              ADD FD-PLA-BRUTO TO WS-TRA-REMUNERACION(WS-TRA-ACTUAL)
              COMPUTE WS-TRA-REM-MENSUAL(WS-TRA-ACTUAL) =
                  FD-PLA-SUELDO-BASE + FD-PLA-ASIG-FAMILIAR
           END-IF.

      *> UNA BOLETA SIN EMPLEADO EN EL MAESTRO SE OMITE CON AVISO,
      *> IGUAL QUE EN GENERAR-ABONOS.
       120-AGREGAR-TRABAJADOR.
           MOVE FD-PLA-EMPLEADO-ID TO FD-EMPLEADO-ID.
           READ EMPLEADOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-EMPLEADOS-OK
              DISPLAY WS-DISPLAY-SIN-EMPLEADO FD-PLA-EMPLEADO-ID
              ADD 1 TO WS-CONTADOR-OMITIDOS
           ELSE
              IF WS-CANT-TRABAJADORES < 2000
                 ADD 1 TO WS-CANT-TRABAJADORES
                 MOVE WS-CANT-TRABAJADORES TO WS-TRA-ACTUAL
                 INITIALIZE WS-TRA-ENTRADA(WS-TRA-ACTUAL)
                 MOVE FD-EMPLEADO-ID
                     TO WS-TRA-EMPLEADO-ID(WS-TRA-ACTUAL)
                 MOVE FD-EMPLEADO-NOMBRE
                     TO WS-TRA-NOMBRE(WS-TRA-ACTUAL)
                 MOVE FD-EMPLEADO-BANCO TO WS-TRA-BANCO(WS-TRA-ACTUAL)
                 MOVE FD-EMPLEADO-CCI TO WS-TRA-CCI(WS-TRA-ACTUAL)
                 MOVE FD-EMPLEADO-FECHA-CESE
                     TO WS-TRA-FECHA-CESE(WS-TRA-ACTUAL)
                 MOVE FD-EMPLEADO-FECHA-INGRESO TO WS-FECHA-INGRESO-X
                 IF WS-FECHA-INGRESO IS NUMERIC
                    COMPUTE WS-TRA-FECHA-INGRESO(WS-TRA-ACTUAL) =
                        WS-INGRESO-ANIO * 10000 +
                        WS-INGRESO-MES * 100 +
                        WS-INGRESO-DIA
                 END-IF
                 IF FD-EMPLEADO-FECHA-CESE NOT = SPACES
                    ADD 1 TO WS-CONTADOR-CESADOS
                 END-IF
              ELSE
                 DISPLAY WS-DISPLAY-TABLA-LLENA
                 SET WS-TABLA-DESBORDADA TO TRUE
              END-IF
           END-IF.

      *> MES COMERCIAL DE 30 DIAS: EN EL MES DE INGRESO CUENTA DESDE
      *> EL DIA DE INGRESO Y EN EL DE CESE HASTA EL DIA DE CESE.
       130-DIAS-DEL-MES.
           MOVE 30 TO WS-DIAS-MES.
           MOVE WS-TRA-FECHA-INGRESO(WS-TRA-ACTUAL)
               TO WS-FECHA-AAAAMMDD-X.
           MOVE WS-FECHA-PERIODO TO WS-INGRESO-PERIODO.
           IF WS-INGRESO-PERIODO = FD-PLA-PERIODO AND
              WS-FECHA-DIA > 1
              IF WS-FECHA-DIA > 30
                 MOVE 1 TO WS-DIAS-MES
              ELSE
                 COMPUTE WS-DIAS-MES = 31 - WS-FECHA-DIA
              END-IF
           END-IF.
           MOVE WS-TRA-FECHA-CESE(WS-TRA-ACTUAL) TO WS-FECHA-AAAAMMDD-X.
           IF WS-FECHA-AAAAMMDD IS NUMERIC AND
              WS-FECHA-PERIODO = FD-PLA-PERIODO AND
              WS-FECHA-DIA < 30
              IF WS-INGRESO-PERIODO = FD-PLA-PERIODO
                 IF WS-DIAS-MES > 30 - WS-FECHA-DIA
                    COMPUTE WS-DIAS-MES =
                        WS-DIAS-MES - (30 - WS-FECHA-DIA)
                 ELSE
                    MOVE 1 TO WS-DIAS-MES
                 END-IF
              ELSE
                 MOVE WS-FECHA-DIA TO WS-DIAS-MES
              END-IF
           END-IF.

      *****************************************************************
      * NOVEDADES DEL EJERCICIO DE LOS TRABAJADORES DE LA TABLA:
      * DIAS DE INASISTENCIA Y DE LICENCIA (ENFERMEDAD Y MATERNIDAD).
      *****************************************************************
       150-ACUMULAR-NOVEDADES.
           OPEN INPUT NOVEDADES.
           IF NOT WS-NOVEDADES-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ NOVEDADES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-NOV-PERIODO >= WS-PERIODO-DESDE AND
                         FD-NOV-PERIODO <= WS-PERIODO-HASTA AND
                         (FD-NOV-INASISTENCIA OR
                          FD-NOV-LIC-ENFERMEDAD OR
                          FD-NOV-LIC-MATERNIDAD)
                         PERFORM 160-ACUMULAR-NOVEDAD
                      END-IF
                      READ NOVEDADES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE NOVEDADES
           END-IF.

       160-ACUMULAR-NOVEDAD.
           MOVE ZERO TO WS-TRA-ACTUAL.
           PERFORM VARYING WS-TRA-INDICE FROM 1 BY 1
                   UNTIL WS-TRA-INDICE > WS-CANT-TRABAJADORES
                      OR WS-TRA-ACTUAL > ZERO
                   IF WS-TRA-EMPLEADO-ID(WS-TRA-INDICE)
                       = FD-NOV-EMPLEADO-ID
                      MOVE WS-TRA-INDICE TO WS-TRA-ACTUAL
                   END-IF
           END-PERFORM.
           IF WS-TRA-ACTUAL > ZERO
              EVALUATE TRUE
                  WHEN FD-NOV-INASISTENCIA
                      ADD FD-NOV-CANTIDAD
                          TO WS-TRA-DIAS-IN(WS-TRA-ACTUAL)
                  WHEN FD-NOV-LIC-ENFERMEDAD
                      ADD FD-NOV-CANTIDAD
                          TO WS-TRA-DIAS-LE(WS-TRA-ACTUAL)
                  WHEN FD-NOV-LIC-MATERNIDAD
                      ADD FD-NOV-CANTIDAD
                          TO WS-TRA-DIAS-LM(WS-TRA-ACTUAL)
              END-EVALUATE
           END-IF.

      *> DIAS LABORADOS = DIAS CON BOLETA - INASISTENCIAS - EXCESO DE
      *> ENFERMEDAD SOBRE 60; NUNCA MENOS DE CERO.
       200-CALCULAR-DIAS.
           MOVE ZERO TO WS-TOTAL-DIAS.
           MOVE ZERO TO WS-TOTAL-REMUNERACION.
           PERFORM VARYING WS-TRA-INDICE FROM 1 BY 1
                   UNTIL WS-TRA-INDICE > WS-CANT-TRABAJADORES
                   MOVE WS-TRA-DIAS-IN(WS-TRA-INDICE)
                       TO WS-DIAS-DESCUENTO
                   IF WS-TRA-DIAS-LE(WS-TRA-INDICE) >
                      WS-TOPE-DIAS-ENFERMEDAD
                      COMPUTE WS-DIAS-DESCUENTO = WS-DIAS-DESCUENTO +
                          WS-TRA-DIAS-LE(WS-TRA-INDICE) -
                          WS-TOPE-DIAS-ENFERMEDAD
                   END-IF
                   IF WS-DIAS-DESCUENTO >=
                      WS-TRA-DIAS-BOLETAS(WS-TRA-INDICE)
                      MOVE ZERO TO WS-TRA-DIAS-LABORADOS(WS-TRA-INDICE)
                   ELSE
                      COMPUTE WS-TRA-DIAS-LABORADOS(WS-TRA-INDICE) =
                          WS-TRA-DIAS-BOLETAS(WS-TRA-INDICE) -
                          WS-DIAS-DESCUENTO
                   END-IF
                   ADD WS-TRA-DIAS-LABORADOS(WS-TRA-INDICE)
                       TO WS-TOTAL-DIAS
                   ADD WS-TRA-REMUNERACION(WS-TRA-INDICE)
                       TO WS-TOTAL-REMUNERACION
           END-PERFORM.

      *****************************************************************
      * REPARTO: CADA MITAD EN PROPORCION A LOS DIAS O A LA
      * REMUNERACION DEL TRABAJADOR SOBRE EL TOTAL; LUEGO EL TOPE DE
      * 18 REMUNERACIONES MENSUALES. EL EXCESO SOBRE EL TOPE NO SE
      * REDISTRIBUYE: QUEDA COMO REMANENTE.
      *****************************************************************
       300-REPARTIR-UTILIDADES.
           COMPUTE WS-MONTO-DISTRIBUIR ROUNDED =
               WS-RENTA-NETA * WS-PORCENTAJE-SECTOR / 100.
           COMPUTE WS-MITAD-DIAS ROUNDED = WS-MONTO-DISTRIBUIR / 2.
           COMPUTE WS-MITAD-REMUNERACION =
               WS-MONTO-DISTRIBUIR - WS-MITAD-DIAS.

           PERFORM VARYING WS-TRA-INDICE FROM 1 BY 1
                   UNTIL WS-TRA-INDICE > WS-CANT-TRABAJADORES
                   MOVE ZERO TO WS-TRA-PARTE-DIAS(WS-TRA-INDICE)
                   MOVE ZERO TO WS-TRA-PARTE-REM(WS-TRA-INDICE)
                   IF WS-TOTAL-DIAS > ZERO
                      COMPUTE WS-TRA-PARTE-DIAS(WS-TRA-INDICE) ROUNDED
                          = WS-MITAD-DIAS *
                            WS-TRA-DIAS-LABORADOS(WS-TRA-INDICE) /
                            WS-TOTAL-DIAS
                   END-IF
                   IF WS-TOTAL-REMUNERACION > ZERO
                      COMPUTE WS-TRA-PARTE-REM(WS-TRA-INDICE) ROUNDED
                          = WS-MITAD-REMUNERACION *
                            WS-TRA-REMUNERACION(WS-TRA-INDICE) /
                            WS-TOTAL-REMUNERACION
                   END-IF
                   COMPUTE WS-TRA-TOPE(WS-TRA-INDICE) =
                       WS-TRA-REM-MENSUAL(WS-TRA-INDICE) *
                       WS-TOPE-REMUNERACIONES
                   COMPUTE WS-TRA-A-PAGAR(WS-TRA-INDICE) =
                       WS-TRA-PARTE-DIAS(WS-TRA-INDICE) +
                       WS-TRA-PARTE-REM(WS-TRA-INDICE)
                   MOVE ZERO TO WS-TRA-REMANENTE(WS-TRA-INDICE)
                   IF WS-TRA-A-PAGAR(WS-TRA-INDICE) >
                      WS-TRA-TOPE(WS-TRA-INDICE)
                      COMPUTE WS-TRA-REMANENTE(WS-TRA-INDICE) =
                          WS-TRA-A-PAGAR(WS-TRA-INDICE) -
                          WS-TRA-TOPE(WS-TRA-INDICE)
                      MOVE WS-TRA-TOPE(WS-TRA-INDICE)
                          TO WS-TRA-A-PAGAR(WS-TRA-INDICE)
                      ADD 1 TO WS-CONTADOR-CON-TOPE
                   END-IF
                   ADD WS-TRA-A-PAGAR(WS-TRA-INDICE)
                       TO WS-TOTAL-A-PAGAR
                   ADD WS-TRA-REMANENTE(WS-TRA-INDICE)
                       TO WS-TOTAL-REMANENTE
           END-PERFORM.

           COMPUTE WS-TOTAL-REPARTIDO =
               WS-TOTAL-A-PAGAR + WS-TOTAL-REMANENTE.
           COMPUTE WS-DIFERENCIA-REDONDEO =
               WS-MONTO-DISTRIBUIR - WS-TOTAL-REPARTIDO.

       400-IMPRIMIR-LIQUIDACION.
           MOVE SPACES TO LIQ-LINEA.
           STRING "PARTICIPACION EN UTILIDADES  EJERCICIO " WS-EJERCICIO
               "  EMPLEADO: " WS-TRA-EMPLEADO-ID(WS-TRA-INDICE)
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE SPACES TO LIQ-LINEA.
           STRING "NOMBRE: " WS-TRA-NOMBRE(WS-TRA-INDICE)
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           IF WS-TRA-FECHA-CESE(WS-TRA-INDICE) NOT = SPACES
              MOVE SPACES TO LIQ-LINEA
              STRING "CESADO EL (AAAAMMDD): "
                  WS-TRA-FECHA-CESE(WS-TRA-INDICE)
                  DELIMITED BY SIZE INTO LIQ-LINEA
              WRITE LIQ-LINEA
           END-IF.

           WRITE LIQ-LINEA FROM WS-LIN-SEPARADOR.

           MOVE WS-TRA-MESES(WS-TRA-INDICE) TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "MESES CON BOLETA            " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TRA-DIAS-BOLETAS(WS-TRA-INDICE) TO WS-DIAS-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "DIAS DEL VINCULO            " WS-DIAS-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TRA-DIAS-IN(WS-TRA-INDICE) TO WS-DIAS-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "(-) INASISTENCIAS           " WS-DIAS-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           IF WS-TRA-DIAS-LE(WS-TRA-INDICE) > ZERO OR
              WS-TRA-DIAS-LM(WS-TRA-INDICE) > ZERO
              MOVE WS-TRA-DIAS-LE(WS-TRA-INDICE) TO WS-DIAS-EDITADO
              MOVE SPACES TO LIQ-LINEA
              STRING "    LICENCIA ENFERMEDAD     " WS-DIAS-EDITADO
                  "  (COMPUTA HASTA 60)"
                  DELIMITED BY SIZE INTO LIQ-LINEA
              WRITE LIQ-LINEA
              MOVE WS-TRA-DIAS-LM(WS-TRA-INDICE) TO WS-DIAS-EDITADO
              MOVE SPACES TO LIQ-LINEA
              STRING "    LICENCIA MATERNIDAD     " WS-DIAS-EDITADO
                  "  (COMPUTA COMPLETA)"
                  DELIMITED BY SIZE INTO LIQ-LINEA
              WRITE LIQ-LINEA
           END-IF.

           MOVE WS-TRA-DIAS-LABORADOS(WS-TRA-INDICE) TO WS-DIAS-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "DIAS LABORADOS              " WS-DIAS-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TRA-PARTE-DIAS(WS-TRA-INDICE) TO WS-MONTO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "PARTICIPACION POR DIAS      " WS-MONTO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TRA-REMUNERACION(WS-TRA-INDICE) TO WS-MONTO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "REMUNERACION DEL EJERCICIO  " WS-MONTO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TRA-PARTE-REM(WS-TRA-INDICE) TO WS-MONTO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "PARTICIPACION POR REMUNER.  " WS-MONTO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TRA-TOPE(WS-TRA-INDICE) TO WS-MONTO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TOPE 18 REMUNERACIONES      " WS-MONTO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           IF WS-TRA-REMANENTE(WS-TRA-INDICE) > ZERO
              MOVE WS-TRA-REMANENTE(WS-TRA-INDICE) TO WS-MONTO-EDITADO
              MOVE SPACES TO LIQ-LINEA
              STRING "(-) EXCESO SOBRE EL TOPE    " WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO LIQ-LINEA
              WRITE LIQ-LINEA
           END-IF.

           WRITE LIQ-LINEA FROM WS-LIN-SEPARADOR.

           MOVE WS-TRA-A-PAGAR(WS-TRA-INDICE) TO WS-MONTO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TOTAL A PAGAR               " WS-MONTO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           WRITE LIQ-LINEA FROM WS-LIN-DOBLE.

           MOVE SPACES TO LIQ-LINEA.
           WRITE LIQ-LINEA.

       450-IMPRIMIR-RESUMEN.
           WRITE LIQ-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO LIQ-LINEA.
           STRING "RESUMEN DE PARTICIPACION EN UTILIDADES  EJERCICIO "
               WS-EJERCICIO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.
           WRITE LIQ-LINEA FROM WS-LIN-SEPARADOR.

           MOVE WS-RENTA-NETA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "RENTA NETA DEL EJERCICIO     " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE SPACES TO LIQ-LINEA.
           STRING "PORCENTAJE DEL SECTOR        " WS-PORCENTAJE-SECTOR
               "%"
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-MONTO-DISTRIBUIR TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "MONTO A DISTRIBUIR           " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-MITAD-DIAS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  50% POR DIAS LABORADOS     " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TOTAL-DIAS TO WS-TOTAL-DIAS-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "    TOTAL DIAS LABORADOS     " WS-TOTAL-DIAS-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-MITAD-REMUNERACION TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  50% POR REMUNERACIONES     " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TOTAL-REMUNERACION TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "    TOTAL REMUNERACIONES     " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           WRITE LIQ-LINEA FROM WS-LIN-SEPARADOR.

           MOVE WS-TOTAL-A-PAGAR TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TOTAL A PAGAR A TRABAJADORES " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TOTAL-REMANENTE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "REMANENTE NO DISTRIBUIDO     " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-DIFERENCIA-REDONDEO TO WS-SIGNO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "DIFERENCIA POR REDONDEO     " WS-SIGNO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           WRITE LIQ-LINEA FROM WS-LIN-SEPARADOR.

           MOVE WS-CANT-TRABAJADORES TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TRABAJADORES LIQUIDADOS:     " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-CONTADOR-CESADOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  DE ELLOS CESADOS:          " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-CONTADOR-CON-TOPE TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  LIMITADOS POR EL TOPE:     " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-CONTADOR-SIN-CCI TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  SIN CCI (OTRO MEDIO):      " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

      *****************************************************************
      * ARCHIVO DE PAGO CON EL FORMATO DE ABONOS.DAT; UN TRABAJADOR
      * SIN CCI O SIN MONTO NO VIAJA EN EL ARCHIVO.
      *****************************************************************
       500-GRABAR-CABECERA-ABONOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE "01" TO ABO-CAB-TIPO.
           MOVE WS-PERIODO-HASTA TO ABO-CAB-PERIODO.
           MOVE WS-FECHA-SISTEMA TO ABO-CAB-FECHA.
           WRITE ABO-CAB-REG.

       510-GRABAR-ABONO.
           IF WS-TRA-A-PAGAR(WS-TRA-INDICE) > ZERO
              IF WS-TRA-CCI(WS-TRA-INDICE) = SPACES
                 DISPLAY WS-DISPLAY-SIN-CCI
                     WS-TRA-EMPLEADO-ID(WS-TRA-INDICE)
                 ADD 1 TO WS-CONTADOR-SIN-CCI
              ELSE
                 MOVE "02" TO ABO-DET-TIPO
                 MOVE WS-TRA-EMPLEADO-ID(WS-TRA-INDICE)
                     TO ABO-DET-EMPLEADO-ID
                 MOVE WS-TRA-NOMBRE(WS-TRA-INDICE) TO ABO-DET-NOMBRE
                 MOVE WS-TRA-BANCO(WS-TRA-INDICE) TO ABO-DET-BANCO
                 MOVE WS-TRA-CCI(WS-TRA-INDICE) TO ABO-DET-CCI
                 MOVE WS-TRA-A-PAGAR(WS-TRA-INDICE) TO ABO-DET-NETO
                 WRITE ABO-DET-REG
                 ADD 1 TO WS-CANTIDAD-ABONOS
                 ADD WS-TRA-A-PAGAR(WS-TRA-INDICE) TO WS-TOTAL-ABONOS
              END-IF
           END-IF.

       520-GRABAR-TOTALES-ABONOS.
           MOVE "99" TO ABO-TOT-TIPO.
           MOVE WS-CANTIDAD-ABONOS TO ABO-TOT-CANTIDAD.
           MOVE WS-TOTAL-ABONOS TO ABO-TOT-NETO.
           WRITE ABO-TOT-REG.

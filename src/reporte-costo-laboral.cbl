       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COSTO-LABORAL.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * REPORTE DE COSTO LABORAL POR AREA Y PERIODO. PARA UN RANGO DE
      * PERIODOS (DESDE/HASTA, AAAAMM) LEE LAS BOLETAS DE PLANILLA.DAT
      * Y, POR CADA PERIODO Y AREA, TOTALIZA:
      *   - PERSONAL: CANTIDAD DE BOLETAS (UNA POR EMPLEADO Y MES).
      *   - BRUTO: REMUNERACION BRUTA DE LAS BOLETAS.
      *   - ESSALUD: APORTE DEL EMPLEADOR.
      *   - COSTO TOTAL: BRUTO MAS ESSALUD.
      * CADA PERIODO CIERRA CON SU SUBTOTAL; AL PIE VA EL RESUMEN DEL
      * RANGO POR AREA Y EL TOTAL GENERAL. EL AREA ES LA QUE QUEDO
      * GRABADA EN LA BOLETA AL CALCULARLA (FD-PLA-AREA), NO LA DEL
      * MAESTRO DE HOY, PARA QUE UN TRASLADO NO REESCRIBA LA HISTORIA;
      * LAS BOLETAS SIN AREA SALEN COMO "SIN AREA". SALE EN
      * COSTO-LABORAL.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> HISTORICO DE PLANILLA CALCULADA (VER CALCULO-PLANILLA);
      *> DYNAMIC: SE POSICIONA CON START EN EL PERIODO DESDE Y SE
      *> RECORRE CON READ NEXT HASTA PASAR EL PERIODO HASTA.
           SELECT PLANILLA ASSIGN TO "../data/planilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PLA-CLAVE
               FILE STATUS IS WS-FS-PLANILLA.

           SELECT COSTO-LABORAL ASSIGN TO "../data/costo-laboral.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PLANILLA.
           COPY planilla.

       FD  COSTO-LABORAL.
       01 COS-LINEA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "REPORTE DE COSTO LABORAL POR AREA".
       01 WS-DISPLAY-INPUT-DESDE        PIC X(50)   VALUE
             "INGRESE PERIODO DESDE (AAAAMM): ".
       01 WS-DISPLAY-INPUT-HASTA        PIC X(50)   VALUE
             "INGRESE PERIODO HASTA (AAAAMM): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-RANGO-INVALIDO     PIC X(60)   VALUE
             "EL PERIODO HASTA NO PUEDE SER ANTERIOR AL DESDE".
       01 WS-DISPLAY-NO-PLANILLA        PIC X(60)   VALUE
             "NO SE ENCONTRO PLANILLA.DAT; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-SIN-BOLETAS        PIC X(60)   VALUE
             "NO HAY BOLETAS EN PLANILLA.DAT PARA EL RANGO PEDIDO".
       01 WS-DISPLAY-TABLA-LLENA        PIC X(60)   VALUE
             "TABLA DE AREAS LLENA, REPORTE INCOMPLETO: ".

       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
          88 WS-PLANILLA-OK                         VALUE "00".
          88 WS-PLANILLA-NO-EXISTE                  VALUE "35".
      *>    UN PLANILLA.DAT DEL LAYOUT ANTERIOR NO ABRE (ESTADO 39)
      *>    HASTA RECONSTRUIRLO CON REORGANIZAR-PLANILLA.
          88 WS-PLANILLA-SIN-REORGANIZAR            VALUE "39".

       01 WS-DISPLAY-PLA-SIN-REORG      PIC X(60)   VALUE
             "PLANILLA.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-PERIODO-DESDE.
          05 WS-DESDE-ANIO              PIC 9(4).
             88 WS-DESDE-ANIO-VALIDO                VALUE 1900
                                                    THRU 9999.
          05 WS-DESDE-MES               PIC 9(2).
             88 WS-DESDE-MES-VALIDO                 VALUE 1 THRU 12.
       01 WS-PERIODO-DESDE-NUM REDEFINES WS-PERIODO-DESDE
                                        PIC 9(6).

       01 WS-PERIODO-HASTA.
          05 WS-HASTA-ANIO              PIC 9(4).
             88 WS-HASTA-ANIO-VALIDO                VALUE 1900
                                                    THRU 9999.
          05 WS-HASTA-MES               PIC 9(2).
             88 WS-HASTA-MES-VALIDO                 VALUE 1 THRU 12.
       01 WS-PERIODO-HASTA-NUM REDEFINES WS-PERIODO-HASTA
                                        PIC 9(6).

       01 WS-VALIDAR-PERIODO            PIC X(1)    VALUE "N".
          88 WS-PERIODO-VALIDO                      VALUE "S".
          88 WS-PERIODO-INVALIDO                    VALUE "N".

      *> TOTALES POR PERIODO Y AREA, EN EL ORDEN EN QUE APARECEN:
      *> COMO PLANILLA.DAT ESTA ORDENADO POR PERIODO, LAS ENTRADAS DE
      *> UN MISMO PERIODO QUEDAN JUNTAS.
       01 WS-TABLA-COSTOS.
          05 WS-CANT-COSTOS             PIC 9(4)    VALUE 0.
          05 WS-COS-ENTRADA OCCURS 1200 TIMES.
             10 WS-COS-PERIODO          PIC 9(6).
             10 WS-COS-AREA             PIC X(10).
             10 WS-COS-PERSONAL         PIC 9(5).
             10 WS-COS-BRUTO            PIC 9(11)V99.
             10 WS-COS-ESSALUD          PIC 9(11)V99.
       01 WS-COS-INDICE                 PIC 9(4).
       01 WS-COS-POSICION               PIC 9(4).

      *> RESUMEN DEL RANGO POR AREA. LA CANTIDAD DE BOLETAS DEL RANGO
      *> ES PERSONAL POR MES (UN EMPLEADO CUENTA UNA VEZ POR PERIODO).
       01 WS-TABLA-AREAS.
          05 WS-CANT-AREAS              PIC 9(3)    VALUE 0.
          05 WS-ARE-ENTRADA OCCURS 100 TIMES.
             10 WS-ARE-AREA             PIC X(10).
             10 WS-ARE-BOLETAS          PIC 9(7).
             10 WS-ARE-BRUTO            PIC 9(11)V99.
             10 WS-ARE-ESSALUD          PIC 9(11)V99.
       01 WS-ARE-INDICE                 PIC 9(3).
       01 WS-ARE-POSICION               PIC 9(3).

       01 WS-AREA-BOLETA                PIC X(10).
       01 WS-PERIODO-CORTE              PIC 9(6).

       01 WS-SUBTOTAL-PERIODO.
          05 WS-SUB-PERSONAL            PIC 9(5)    VALUE 0.
          05 WS-SUB-BRUTO               PIC 9(11)V99 VALUE 0.
          05 WS-SUB-ESSALUD             PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-GENERAL.
          05 WS-TOT-BOLETAS             PIC 9(7)    VALUE 0.
          05 WS-TOT-BRUTO               PIC 9(11)V99 VALUE 0.
          05 WS-TOT-ESSALUD             PIC 9(11)V99 VALUE 0.

       01 WS-COSTO-TOTAL                PIC 9(11)V99.
       01 WS-PERSONAL-EDITADO           PIC ZZZZ9.
       01 WS-BOLETAS-EDITADO            PIC ZZZZZZ9.
       01 WS-BRUTO-EDITADO              PIC ZZ,ZZZ,ZZ9.99.
       01 WS-ESSALUD-EDITADO            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-COSTO-EDITADO              PIC ZZ,ZZZ,ZZ9.99.
       01 WS-LIN-SEPARADOR              PIC X(70)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(70)   VALUE ALL "=".

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           PERFORM 010-PEDIR-RANGO.

           OPEN INPUT PLANILLA.
           IF WS-PLANILLA-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PLA-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PLANILLA-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-PLANILLA
           ELSE
              PERFORM 050-POSICIONAR-DESDE
              PERFORM 100-ACUMULAR-BOLETA
                  UNTIL FLAG-LEIDO
              CLOSE PLANILLA

              IF WS-CANT-COSTOS = ZERO
                 DISPLAY WS-DISPLAY-SIN-BOLETAS
              ELSE
                 OPEN OUTPUT COSTO-LABORAL
                 PERFORM 200-ENCABEZADO-REPORTE
                 PERFORM 300-DETALLE-PERIODOS
                 PERFORM 400-RESUMEN-AREAS
                 CLOSE COSTO-LABORAL
                 DISPLAY "BOLETAS LEIDAS: " WS-TOT-BOLETAS
              END-IF
           END-IF.
           STOP RUN.

       010-PEDIR-RANGO.
           SET WS-PERIODO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-PERIODO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-DESDE
                   ACCEPT WS-PERIODO-DESDE

                   SET WS-PERIODO-VALIDO TO TRUE
                   IF WS-PERIODO-DESDE-NUM IS NOT NUMERIC OR
                      NOT (WS-DESDE-ANIO-VALIDO AND
                           WS-DESDE-MES-VALIDO)
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-PERIODO-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.

           SET WS-PERIODO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-PERIODO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-HASTA
                   ACCEPT WS-PERIODO-HASTA

                   SET WS-PERIODO-VALIDO TO TRUE
                   IF WS-PERIODO-HASTA-NUM IS NOT NUMERIC OR
                      NOT (WS-HASTA-ANIO-VALIDO AND
                           WS-HASTA-MES-VALIDO)
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-PERIODO-INVALIDO TO TRUE
                   ELSE
                      IF WS-PERIODO-HASTA-NUM < WS-PERIODO-DESDE-NUM
                         DISPLAY WS-DISPLAY-RANGO-INVALIDO
                         SET WS-PERIODO-INVALIDO TO TRUE
                      END-IF
                   END-IF
           END-PERFORM.

      *> POSICIONA EL HISTORICO EN LA PRIMERA BOLETA DEL PERIODO
      *> DESDE (O DEL PRIMERO POSTERIOR CON BOLETAS) Y DEJA LEIDO EL
      *> PRIMER REGISTRO.
       050-POSICIONAR-DESDE.
           SET FLAG-NO-LEIDO TO TRUE.
           MOVE WS-PERIODO-DESDE-NUM TO FD-PLA-PERIODO.
           MOVE LOW-VALUES TO FD-PLA-EMPLEADO-ID.
           START PLANILLA KEY IS >= FD-PLA-CLAVE
               INVALID KEY SET FLAG-LEIDO TO TRUE
           END-START.
           IF FLAG-NO-LEIDO
              READ PLANILLA NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
           END-IF.

       100-ACUMULAR-BOLETA.
           IF FD-PLA-PERIODO > WS-PERIODO-HASTA-NUM
              SET FLAG-LEIDO TO TRUE
           ELSE
              MOVE FD-PLA-AREA TO WS-AREA-BOLETA
              IF WS-AREA-BOLETA = SPACES
                 MOVE "SIN AREA" TO WS-AREA-BOLETA
              END-IF
              PERFORM 110-UBICAR-PERIODO-AREA
              PERFORM 120-UBICAR-AREA
              ADD 1 TO WS-TOT-BOLETAS
              ADD FD-PLA-BRUTO TO WS-TOT-BRUTO
              ADD FD-PLA-APORTE-ESSALUD TO WS-TOT-ESSALUD

              READ PLANILLA NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
           END-IF.

      *> BUSCA LA ENTRADA DEL PERIODO Y AREA DE LA BOLETA, O LA ABRE
      *> SI ES LA PRIMERA BOLETA DE ESA AREA EN EL PERIODO.
       110-UBICAR-PERIODO-AREA.
           MOVE ZERO TO WS-COS-POSICION.
           PERFORM VARYING WS-COS-INDICE FROM 1 BY 1
                   UNTIL WS-COS-INDICE > WS-CANT-COSTOS
                      OR WS-COS-POSICION > ZERO
                   IF WS-COS-PERIODO(WS-COS-INDICE) = FD-PLA-PERIODO AND
                      WS-COS-AREA(WS-COS-INDICE) = WS-AREA-BOLETA
                      MOVE WS-COS-INDICE TO WS-COS-POSICION
                   END-IF
           END-PERFORM.

           IF WS-COS-POSICION = ZERO
              IF WS-CANT-COSTOS < 1200
                 ADD 1 TO WS-CANT-COSTOS
                 MOVE WS-CANT-COSTOS TO WS-COS-POSICION
                 MOVE FD-PLA-PERIODO TO WS-COS-PERIODO(WS-COS-POSICION)
                 MOVE WS-AREA-BOLETA TO WS-COS-AREA(WS-COS-POSICION)
                 MOVE ZERO TO WS-COS-PERSONAL(WS-COS-POSICION)
                 MOVE ZERO TO WS-COS-BRUTO(WS-COS-POSICION)
                 MOVE ZERO TO WS-COS-ESSALUD(WS-COS-POSICION)
              ELSE
                 DISPLAY WS-DISPLAY-TABLA-LLENA
                     FD-PLA-PERIODO " " WS-AREA-BOLETA
              END-IF
           END-IF.

           IF WS-COS-POSICION > ZERO
              ADD 1 TO WS-COS-PERSONAL(WS-COS-POSICION)
              ADD FD-PLA-BRUTO TO WS-COS-BRUTO(WS-COS-POSICION)
              ADD FD-PLA-APORTE-ESSALUD
                  TO WS-COS-ESSALUD(WS-COS-POSICION)
           END-IF.

       120-UBICAR-AREA.
           MOVE ZERO TO WS-ARE-POSICION.
           PERFORM VARYING WS-ARE-INDICE FROM 1 BY 1
                   UNTIL WS-ARE-INDICE > WS-CANT-AREAS
                      OR WS-ARE-POSICION > ZERO
                   IF WS-ARE-AREA(WS-ARE-INDICE) = WS-AREA-BOLETA
                      MOVE WS-ARE-INDICE TO WS-ARE-POSICION
                   END-IF
           END-PERFORM.

           IF WS-ARE-POSICION = ZERO
              IF WS-CANT-AREAS < 100
                 ADD 1 TO WS-CANT-AREAS
                 MOVE WS-CANT-AREAS TO WS-ARE-POSICION
                 MOVE WS-AREA-BOLETA TO WS-ARE-AREA(WS-ARE-POSICION)
                 MOVE ZERO TO WS-ARE-BOLETAS(WS-ARE-POSICION)
                 MOVE ZERO TO WS-ARE-BRUTO(WS-ARE-POSICION)
                 MOVE ZERO TO WS-ARE-ESSALUD(WS-ARE-POSICION)
              ELSE
                 DISPLAY WS-DISPLAY-TABLA-LLENA WS-AREA-BOLETA
              END-IF
           END-IF.

           IF WS-ARE-POSICION > ZERO
              ADD 1 TO WS-ARE-BOLETAS(WS-ARE-POSICION)
              ADD FD-PLA-BRUTO TO WS-ARE-BRUTO(WS-ARE-POSICION)
              ADD FD-PLA-APORTE-ESSALUD
                  TO WS-ARE-ESSALUD(WS-ARE-POSICION)
           END-IF.

       200-ENCABEZADO-REPORTE.
           MOVE SPACES TO COS-LINEA.
           STRING "COSTO LABORAL POR AREA  " WS-PERIODO-DESDE-NUM
               " A " WS-PERIODO-HASTA-NUM
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.
           WRITE COS-LINEA FROM WS-LIN-SEPARADOR.

           MOVE SPACES TO COS-LINEA.
           STRING "PERIODO AREA       PERSONAL         BRUTO"
               "       ESSALUD   COSTO TOTAL"
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.
           WRITE COS-LINEA FROM WS-LIN-SEPARADOR.

      *> UNA LINEA POR PERIODO Y AREA; AL CAMBIAR DE PERIODO SALE EL
      *> SUBTOTAL DEL QUE TERMINA.
       300-DETALLE-PERIODOS.
           MOVE WS-COS-PERIODO(1) TO WS-PERIODO-CORTE.
           PERFORM VARYING WS-COS-INDICE FROM 1 BY 1
                   UNTIL WS-COS-INDICE > WS-CANT-COSTOS
                   IF WS-COS-PERIODO(WS-COS-INDICE) NOT =
                      WS-PERIODO-CORTE
                      PERFORM 320-SUBTOTAL-PERIODO
                      MOVE WS-COS-PERIODO(WS-COS-INDICE)
                          TO WS-PERIODO-CORTE
                   END-IF
                   PERFORM 310-LINEA-PERIODO-AREA
           END-PERFORM.
           PERFORM 320-SUBTOTAL-PERIODO.

       310-LINEA-PERIODO-AREA.
           ADD WS-COS-PERSONAL(WS-COS-INDICE) TO WS-SUB-PERSONAL.
           ADD WS-COS-BRUTO(WS-COS-INDICE) TO WS-SUB-BRUTO.
           ADD WS-COS-ESSALUD(WS-COS-INDICE) TO WS-SUB-ESSALUD.

           COMPUTE WS-COSTO-TOTAL =
               WS-COS-BRUTO(WS-COS-INDICE) +
               WS-COS-ESSALUD(WS-COS-INDICE).
           MOVE WS-COS-PERSONAL(WS-COS-INDICE) TO WS-PERSONAL-EDITADO.
           MOVE WS-COS-BRUTO(WS-COS-INDICE) TO WS-BRUTO-EDITADO.
           MOVE WS-COS-ESSALUD(WS-COS-INDICE) TO WS-ESSALUD-EDITADO.
           MOVE WS-COSTO-TOTAL TO WS-COSTO-EDITADO.
           MOVE SPACES TO COS-LINEA.
           STRING WS-COS-PERIODO(WS-COS-INDICE) "  "
               WS-COS-AREA(WS-COS-INDICE) "    "
               WS-PERSONAL-EDITADO " " WS-BRUTO-EDITADO " "
               WS-ESSALUD-EDITADO " " WS-COSTO-EDITADO
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.

       320-SUBTOTAL-PERIODO.
           COMPUTE WS-COSTO-TOTAL = WS-SUB-BRUTO + WS-SUB-ESSALUD.
           MOVE WS-SUB-PERSONAL TO WS-PERSONAL-EDITADO.
           MOVE WS-SUB-BRUTO TO WS-BRUTO-EDITADO.
           MOVE WS-SUB-ESSALUD TO WS-ESSALUD-EDITADO.
           MOVE WS-COSTO-TOTAL TO WS-COSTO-EDITADO.
           MOVE SPACES TO COS-LINEA.
           STRING WS-PERIODO-CORTE "  TOTAL MES     "
               WS-PERSONAL-EDITADO " " WS-BRUTO-EDITADO " "
               WS-ESSALUD-EDITADO " " WS-COSTO-EDITADO
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.
           WRITE COS-LINEA FROM WS-LIN-SEPARADOR.

           MOVE ZERO TO WS-SUB-PERSONAL.
           MOVE ZERO TO WS-SUB-BRUTO.
           MOVE ZERO TO WS-SUB-ESSALUD.

      *> RESUMEN DEL RANGO: UNA LINEA POR AREA CON LAS BOLETAS DEL
      *> RANGO Y SUS MONTOS, Y EL TOTAL GENERAL AL PIE.
       400-RESUMEN-AREAS.
           WRITE COS-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO COS-LINEA.
           STRING "RESUMEN DEL RANGO POR AREA"
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.
           MOVE SPACES TO COS-LINEA.
           STRING "AREA                BOLETAS         BRUTO"
               "       ESSALUD   COSTO TOTAL"
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.
           WRITE COS-LINEA FROM WS-LIN-SEPARADOR.

           PERFORM VARYING WS-ARE-INDICE FROM 1 BY 1
                   UNTIL WS-ARE-INDICE > WS-CANT-AREAS
                   COMPUTE WS-COSTO-TOTAL =
                       WS-ARE-BRUTO(WS-ARE-INDICE) +
                       WS-ARE-ESSALUD(WS-ARE-INDICE)
                   MOVE WS-ARE-BOLETAS(WS-ARE-INDICE)
                       TO WS-BOLETAS-EDITADO
                   MOVE WS-ARE-BRUTO(WS-ARE-INDICE) TO WS-BRUTO-EDITADO
                   MOVE WS-ARE-ESSALUD(WS-ARE-INDICE)
                       TO WS-ESSALUD-EDITADO
                   MOVE WS-COSTO-TOTAL TO WS-COSTO-EDITADO
                   MOVE SPACES TO COS-LINEA
                   STRING WS-ARE-AREA(WS-ARE-INDICE) "          "
                       WS-BOLETAS-EDITADO " " WS-BRUTO-EDITADO " "
                       WS-ESSALUD-EDITADO " " WS-COSTO-EDITADO
                       DELIMITED BY SIZE INTO COS-LINEA
                   WRITE COS-LINEA
           END-PERFORM.

           WRITE COS-LINEA FROM WS-LIN-DOBLE.
           COMPUTE WS-COSTO-TOTAL = WS-TOT-BRUTO + WS-TOT-ESSALUD.
           MOVE WS-TOT-BOLETAS TO WS-BOLETAS-EDITADO.
           MOVE WS-TOT-BRUTO TO WS-BRUTO-EDITADO.
           MOVE WS-TOT-ESSALUD TO WS-ESSALUD-EDITADO.
           MOVE WS-COSTO-TOTAL TO WS-COSTO-EDITADO.
           MOVE SPACES TO COS-LINEA.
           STRING "TOTAL GENERAL       "
               WS-BOLETAS-EDITADO " " WS-BRUTO-EDITADO " "
               WS-ESSALUD-EDITADO " " WS-COSTO-EDITADO
               DELIMITED BY SIZE INTO COS-LINEA.
           WRITE COS-LINEA.

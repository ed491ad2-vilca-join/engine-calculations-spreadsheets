       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-TREGISTRO.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * GENERA LOS ARCHIVOS DE CARGA AL T-REGISTRO DE SUNAT PARA UN
      * RANGO DE FECHAS, A PARTIR DE LA BITACORA DEL MAESTRO
      * (bitacora.dat, VER BITACORA.CPY) Y DE LOS DATOS VIGENTES DE
      * CADA EMPLEADO, PARA NO SEGUIR LLENANDO EL T-REGISTRO A MANO:
      *   - TREGISTRO-ALTAS.DAT: UN RENGLON POR ALTA "A" DEL RANGO,
      *     CON INGRESO, REMUNERACION, REGIMEN DE PENSION Y DATOS DE
      *     PAGO.
      *   - TREGISTRO-MODIF.DAT: UN RENGLON POR EMPLEADO CON ALGUNA
      *     MODIFICACION "M" DEL RANGO QUE TOCO EL REGIMEN DE PENSION
      *     O LOS DATOS DE PAGO (UN CAMBIO SOLO DE SUELDO NO SE
      *     INFORMA). SI EL EMPLEADO SE DIO DE ALTA EN EL MISMO RANGO
      *     EL ALTA YA LLEVA LOS DATOS VIGENTES Y NO SE REPITE.
      *   - TREGISTRO-BAJAS.DAT: UN RENGLON POR CESE "C" DEL RANGO,
      *     CON LA FECHA DE CESE Y EL MOTIVO CON EL CODIGO DE SUNAT.
      * CADA ARCHIVO CIERRA CON SU REGISTRO DE TOTALES (TIPO 99), IGUAL
      * QUE LAS DECLARACIONES DE EXPORTAR-DECLARACIONES.
      * EL LISTADO DE CONTROL TREGISTRO-CONTROL.DAT DETALLA LO
      * EXPORTADO Y OBSERVA:
      *   - ALTAS REGISTRADAS DESPUES DE LA FECHA DE INGRESO (EL
      *     T-REGISTRO SE PRESENTA A MAS TARDAR EL DIA DEL INGRESO).
      *   - EMPLEADOS SIN DATOS QUE LA PLATAFORMA EXIGE (AFILIADO AFP
      *     SIN CUSPP O SIN TIPO DE COMISION, SIN REGIMEN, SIN FECHA DE
      *     INGRESO O REMUNERACION, BANCO SIN CUENTA, CESE SIN FECHA O
      *     MOTIVO); ESOS NO SE EXPORTAN HASTA CORREGIRLOS EN
      *     MOTOR-CALCULOS.
      *   - MODIFICACIONES GRABADAS SIN DETALLE DEL CAMBIO (BITACORA
      *     ANTERIOR): SE INFORMAN COMO CAMBIO DE AMBOS GRUPOS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); AQUI SOLO SE
      *> HACEN LECTURAS DIRECTAS POR CLAVE DE LOS EMPLEADOS DEL RANGO.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT BITACORA ASSIGN TO "../data/bitacora.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

           SELECT ALTAS ASSIGN TO "../data/tregistro-altas.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MODIFICACIONES ASSIGN TO "../data/tregistro-modif.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAJAS ASSIGN TO "../data/tregistro-bajas.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-TREGISTRO
               ASSIGN TO "../data/tregistro-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  BITACORA.
           COPY bitacora.

       FD  ALTAS.
       01 TRA-DET-REG.
          05 TRA-DET-TIPO               PIC X(2).
          05 TRA-DET-EMPLEADO-ID        PIC X(6).
          05 TRA-DET-NOMBRE             PIC X(20).
          05 TRA-DET-FECHA-INGRESO      PIC 9(8). *> AAAAMMDD
          05 TRA-DET-REMUNERACION       PIC 9(7)V99.
          05 TRA-DET-REG-PENSION        PIC 9(2).
          05 TRA-DET-COMISION-AFP       PIC X(1).
          05 TRA-DET-CUSPP              PIC X(15).
          05 TRA-DET-BANCO              PIC X(3).
          05 TRA-DET-CUENTA             PIC X(20).
       01 TRA-TOT-REG.
          05 TRA-TOT-TIPO               PIC X(2).
          05 TRA-TOT-CANTIDAD           PIC 9(6).
          05 TRA-TOT-REMUNERACION       PIC 9(11)V99.

       FD  MODIFICACIONES.
       01 TRM-DET-REG.
          05 TRM-DET-TIPO               PIC X(2).
          05 TRM-DET-EMPLEADO-ID        PIC X(6).
          05 TRM-DET-NOMBRE             PIC X(20).
          05 TRM-DET-FECHA-CAMBIO       PIC 9(8). *> AAAAMMDD
          05 TRM-DET-CAMBIO-PENSION     PIC X(1).
          05 TRM-DET-CAMBIO-PAGO        PIC X(1).
          05 TRM-DET-REG-PENSION        PIC 9(2).
          05 TRM-DET-COMISION-AFP       PIC X(1).
          05 TRM-DET-CUSPP              PIC X(15).
          05 TRM-DET-BANCO              PIC X(3).
          05 TRM-DET-CUENTA             PIC X(20).
       01 TRM-TOT-REG.
          05 TRM-TOT-TIPO               PIC X(2).
          05 TRM-TOT-CANTIDAD           PIC 9(6).

       FD  BAJAS.
       01 TRB-DET-REG.
          05 TRB-DET-TIPO               PIC X(2).
          05 TRB-DET-EMPLEADO-ID        PIC X(6).
          05 TRB-DET-NOMBRE             PIC X(20).
          05 TRB-DET-FECHA-CESE         PIC 9(8). *> AAAAMMDD
          05 TRB-DET-MOTIVO-SUNAT       PIC 9(2).
          05 TRB-DET-MOTIVO-CESE        PIC X(2).
       01 TRB-TOT-REG.
          05 TRB-TOT-TIPO               PIC X(2).
          05 TRB-TOT-CANTIDAD           PIC 9(6).

       FD  CONTROL-TREGISTRO.
       01 CTL-LINEA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "EXPORTACION T-REGISTRO (ALTAS, MODIF. Y BAJAS)".
       01 WS-DISPLAY-INPUT-DESDE        PIC X(50)   VALUE
             "FECHA INICIAL DEL RANGO (DD/MM/AAAA): ".
       01 WS-DISPLAY-INPUT-HASTA        PIC X(50)   VALUE
             "FECHA FINAL DEL RANGO (DD/MM/AAAA): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-RANGO-INVALIDO     PIC X(60)   VALUE
             "LA FECHA FINAL NO PUEDE SER ANTERIOR A LA INICIAL".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-NO-BITACORA        PIC X(50)   VALUE
             "NO SE ENCONTRO BITACORA.DAT".
       01 WS-DISPLAY-TABLA-LLENA        PIC X(60)   VALUE
             "TABLA DE EMPLEADOS DEL RANGO LLENA, ACORTE EL RANGO".
       01 WS-DISPLAY-SIN-MOVIMIENTOS    PIC X(60)   VALUE
             "NO HAY ALTAS, MODIFICACIONES NI CESES EN EL RANGO".
       01 WS-DISPLAY-REVISE-CONTROL     PIC X(60)   VALUE
             "HAY OBSERVACIONES: REVISE TREGISTRO-CONTROL.DAT".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".

       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-BITACORA                PIC X(2)    VALUE "00".
          88 WS-BITACORA-OK                         VALUE "00".
          88 WS-BITACORA-NO-EXISTE                  VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

      *> FECHA QUE SE CAPTURA POR PARTES (DIA, MES, ANIO) Y SE VALIDA
      *> EN 511; LUEGO SE PASA AL EXTREMO DEL RANGO QUE CORRESPONDA.
       01 WS-FECHA-CAPTURA.
          05 WS-CAPTURA-ANIO            PIC 9(4).
             88 WS-CAPTURA-ANIO-VALIDO              VALUE 1900
                                                    THRU 9999.
          05 WS-CAPTURA-MES             PIC 9(2).
             88 WS-CAPTURA-MES-VALIDO               VALUE 1 THRU 12.
          05 WS-CAPTURA-DIA             PIC 9(2).
             88 WS-CAPTURA-DIA-VALIDO               VALUE 1 THRU 31.
       01 WS-FECHA-CAPTURA-NUM REDEFINES WS-FECHA-CAPTURA
                                        PIC 9(8).
       01 WS-VALIDAR-FECHA              PIC X(1)    VALUE "N".
          88 WS-FECHA-VALIDA                        VALUE "S".
          88 WS-FECHA-INVALIDA                      VALUE "N".
       01 WS-RANGO-DESDE                PIC 9(8).
       01 WS-RANGO-HASTA                PIC 9(8).
       01 WS-VALIDAR-RANGO              PIC X(1)    VALUE "N".
          88 WS-RANGO-VALIDO                        VALUE "S".
          88 WS-RANGO-INVALIDO                      VALUE "N".

      *> FECHA DEL RENGLON DE BITACORA (PRIMEROS 8 DE LA FECHA-HORA).
       01 WS-BITACORA-FECHA             PIC 9(8).

      *> EL INGRESO SE GUARDA DDMMAAAA EN EL MAESTRO POR HISTORIA; SE
      *> REARMA AAAAMMDD PARA COMPARAR Y EXPORTAR.
       01 WS-FECHA-INGRESO.
          05 WS-INGRESO-DIA             PIC 9(2).
          05 WS-INGRESO-MES             PIC 9(2).
          05 WS-INGRESO-ANIO            PIC 9(4).
       01 WS-FECHA-INGRESO-X REDEFINES WS-FECHA-INGRESO
                                        PIC X(8).
       01 WS-INGRESO-NUM                PIC 9(8).

      *> EMPLEADOS CON MOVIMIENTO EN EL RANGO, UNA ENTRADA POR
      *> EMPLEADO, ARMADA EN UNA PASADA DE LA BITACORA.
       01 WS-TABLA-MOVIMIENTOS.
          05 WS-CANT-MOVIMIENTOS        PIC 9(4)    VALUE 0.
          05 WS-MOV-ENTRADA OCCURS 2000 TIMES.
             10 WS-MOV-EMPLEADO-ID      PIC X(6).
             10 WS-MOV-FECHA-ALTA       PIC 9(8).
             10 WS-MOV-FECHA-MODIF      PIC 9(8).
             10 WS-MOV-FECHA-CESE       PIC 9(8).
             10 WS-MOV-CAMBIO-PENSION   PIC X(1).
                88 WS-MOV-CON-CAMBIO-PENSION        VALUE "S".
             10 WS-MOV-CAMBIO-PAGO      PIC X(1).
                88 WS-MOV-CON-CAMBIO-PAGO           VALUE "S".
             10 WS-MOV-SIN-DETALLE      PIC X(1).
                88 WS-MOV-CON-SIN-DETALLE           VALUE "S".
       01 WS-MOV-INDICE                 PIC 9(4).
       01 WS-MOV-ACTUAL                 PIC 9(4).
       01 WS-TABLA-COMPLETA             PIC X(1)    VALUE "S".
          88 WS-TABLA-LISTA                         VALUE "S".
          88 WS-TABLA-DESBORDADA                    VALUE "N".

      *> RESULTADO DE LA REVISION DE DATOS OBLIGATORIOS DE UN
      *> EMPLEADO ANTES DE EXPORTARLO.
       01 WS-DATOS-EMPLEADO             PIC X(1)    VALUE "S".
          88 WS-DATOS-COMPLETOS                     VALUE "S".
          88 WS-DATOS-INCOMPLETOS                   VALUE "N".
       01 WS-OBSERVACION                PIC X(35).
       01 WS-MOVIMIENTO-TEXTO           PIC X(6).

      *> MOTIVO DE CESE DEL MAESTRO Y SU CODIGO EN LA TABLA DE
      *> MOTIVOS DE BAJA DEL T-REGISTRO (LA FALTA GRAVE ES DESPIDO).
       01 WS-MOTIVO-SUNAT               PIC 9(2).

       01 WS-CONTADORES.
          05 WS-CONTADOR-ALTAS          PIC 9(6)    VALUE 0.
          05 WS-CONTADOR-MODIF          PIC 9(6)    VALUE 0.
          05 WS-CONTADOR-BAJAS          PIC 9(6)    VALUE 0.
          05 WS-CONTADOR-NO-EXPORTADOS  PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-FUERA-PLAZO    PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-OBSERVACIONES  PIC 9(5)    VALUE 0.
       01 WS-TOTAL-REMUNERACION         PIC 9(11)V99 VALUE 0.

       01 WS-CONTADOR-EDITADO           PIC ZZZ,ZZ9.
       01 WS-LIN-SEPARADOR              PIC X(60)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(60)   VALUE ALL "=".

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           PERFORM 010-PEDIR-RANGO.

           OPEN INPUT EMPLEADOS.
           IF WS-EMPLEADOS-SIN-REINDEXAR
              DISPLAY WS-DISPLAY-SIN-REINDEXAR
              STOP RUN
           END-IF.
           IF WS-EMPLEADOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-MAESTRO
              STOP RUN
           END-IF.

           PERFORM 100-CARGAR-MOVIMIENTOS.
           IF WS-TABLA-DESBORDADA
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.
           IF WS-CANT-MOVIMIENTOS = ZERO
              DISPLAY WS-DISPLAY-SIN-MOVIMIENTOS
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.

           OPEN OUTPUT ALTAS.
           OPEN OUTPUT MODIFICACIONES.
           OPEN OUTPUT BAJAS.
           OPEN OUTPUT CONTROL-TREGISTRO.
           PERFORM 200-IMPRIMIR-ENCABEZADO.

           PERFORM VARYING WS-MOV-INDICE FROM 1 BY 1
                   UNTIL WS-MOV-INDICE > WS-CANT-MOVIMIENTOS
                   PERFORM 300-EXPORTAR-EMPLEADO
           END-PERFORM.

           PERFORM 400-GRABAR-TOTALES.
           CLOSE ALTAS.
           CLOSE MODIFICACIONES.
           CLOSE BAJAS.
           CLOSE CONTROL-TREGISTRO.
           CLOSE EMPLEADOS.

           DISPLAY "ALTAS EXPORTADAS:          " WS-CONTADOR-ALTAS.
           DISPLAY "MODIFICACIONES EXPORTADAS: " WS-CONTADOR-MODIF.
           DISPLAY "BAJAS EXPORTADAS:          " WS-CONTADOR-BAJAS.
           DISPLAY "NO EXPORTADOS POR DATOS:   "
               WS-CONTADOR-NO-EXPORTADOS.
           DISPLAY "ALTAS FUERA DE PLAZO:      "
               WS-CONTADOR-FUERA-PLAZO.
           IF WS-CONTADOR-OBSERVACIONES > 0
              DISPLAY WS-DISPLAY-REVISE-CONTROL
           END-IF.
           DISPLAY WS-DISPLAY-MENSAJE-EXITO.
           STOP RUN.

       010-PEDIR-RANGO.
           SET WS-RANGO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-RANGO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-DESDE
                   PERFORM 011-PEDIR-FECHA
                   MOVE WS-FECHA-CAPTURA-NUM TO WS-RANGO-DESDE
                   DISPLAY WS-DISPLAY-INPUT-HASTA
                   PERFORM 011-PEDIR-FECHA
                   MOVE WS-FECHA-CAPTURA-NUM TO WS-RANGO-HASTA

                   SET WS-RANGO-VALIDO TO TRUE
                   IF WS-RANGO-HASTA < WS-RANGO-DESDE
                      DISPLAY WS-DISPLAY-RANGO-INVALIDO
                      SET WS-RANGO-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.

       011-PEDIR-FECHA.
           SET WS-FECHA-INVALIDA TO TRUE.
           PERFORM UNTIL WS-FECHA-VALIDA
                   DISPLAY "INGRESE DIA (DD):"
                   ACCEPT WS-CAPTURA-DIA
                   DISPLAY "INGRESE MES (MM):"
                   ACCEPT WS-CAPTURA-MES
                   DISPLAY "INGRESE ANIO (AAAA):"
                   ACCEPT WS-CAPTURA-ANIO

                   PERFORM 511-VALIDAR-FECHA
           END-PERFORM.
       511-VALIDAR-FECHA.

           SET WS-FECHA-VALIDA TO TRUE.
           *> VALIDAR FECHA DEL RANGO
           IF WS-FECHA-CAPTURA-NUM IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-FECHA-INVALIDA TO TRUE
           ELSE
              IF NOT (WS-CAPTURA-ANIO-VALIDO AND WS-CAPTURA-MES-VALIDO
                 AND WS-CAPTURA-DIA-VALIDO)
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-FECHA-INVALIDA TO TRUE
              END-IF

              IF (WS-CAPTURA-MES = 04 OR
                 WS-CAPTURA-MES = 06 OR
                 WS-CAPTURA-MES = 09 OR
                 WS-CAPTURA-MES = 11) AND WS-CAPTURA-DIA > 30
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-FECHA-INVALIDA TO TRUE
              END-IF

              IF WS-CAPTURA-MES = 02
                 IF FUNCTION MOD(WS-CAPTURA-ANIO , 4) = 0
                    IF WS-CAPTURA-DIA > 29
                       DISPLAY WS-DISPLAY-ERROR
                       SET WS-FECHA-INVALIDA TO TRUE
                    END-IF
                 ELSE
                    IF WS-CAPTURA-DIA > 28
                       DISPLAY WS-DISPLAY-ERROR
                       SET WS-FECHA-INVALIDA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * PASA LA BITACORA COMPLETA Y JUNTA, POR EMPLEADO, LOS RENGLONES
      * CUYA FECHA CAE EN EL RANGO: LA FECHA DEL ALTA, LA DEL ULTIMO
      * CESE Y LA DE LA ULTIMA MODIFICACION, ACUMULANDO QUE GRUPOS DE
      * DATOS CAMBIARON EN LAS MODIFICACIONES.
      *****************************************************************
       100-CARGAR-MOVIMIENTOS.
           OPEN INPUT BITACORA.
           IF WS-BITACORA-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-BITACORA
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ BITACORA
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      MOVE BIT-FECHA-HORA(1:8) TO WS-BITACORA-FECHA
                      IF WS-BITACORA-FECHA >= WS-RANGO-DESDE AND
                         WS-BITACORA-FECHA <= WS-RANGO-HASTA
                         PERFORM 110-REGISTRAR-MOVIMIENTO
                      END-IF
                      IF WS-TABLA-DESBORDADA
                         SET FLAG-LEIDO TO TRUE
                      ELSE
                         READ BITACORA
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE BITACORA
           END-IF.

       110-REGISTRAR-MOVIMIENTO.
           MOVE ZERO TO WS-MOV-ACTUAL.
           PERFORM VARYING WS-MOV-INDICE FROM 1 BY 1
                   UNTIL WS-MOV-INDICE > WS-CANT-MOVIMIENTOS
                      OR WS-MOV-ACTUAL > ZERO
                   IF WS-MOV-EMPLEADO-ID(WS-MOV-INDICE)
                       = BIT-EMPLEADO-ID
                      MOVE WS-MOV-INDICE TO WS-MOV-ACTUAL
                   END-IF
           END-PERFORM.

           IF WS-MOV-ACTUAL = ZERO
              IF WS-CANT-MOVIMIENTOS < 2000
                 ADD 1 TO WS-CANT-MOVIMIENTOS
                 MOVE WS-CANT-MOVIMIENTOS TO WS-MOV-ACTUAL
                 MOVE BIT-EMPLEADO-ID
                     TO WS-MOV-EMPLEADO-ID(WS-MOV-ACTUAL)
                 MOVE ZERO TO WS-MOV-FECHA-ALTA(WS-MOV-ACTUAL)
                 MOVE ZERO TO WS-MOV-FECHA-MODIF(WS-MOV-ACTUAL)
                 MOVE ZERO TO WS-MOV-FECHA-CESE(WS-MOV-ACTUAL)
                 MOVE "N" TO WS-MOV-CAMBIO-PENSION(WS-MOV-ACTUAL)
                 MOVE "N" TO WS-MOV-CAMBIO-PAGO(WS-MOV-ACTUAL)
                 MOVE "N" TO WS-MOV-SIN-DETALLE(WS-MOV-ACTUAL)
              ELSE
                 DISPLAY WS-DISPLAY-TABLA-LLENA
                 SET WS-TABLA-DESBORDADA TO TRUE
              END-IF
           END-IF.

           IF WS-MOV-ACTUAL > ZERO
              EVALUATE TRUE
                  WHEN BIT-ACCION-ALTA
                      MOVE WS-BITACORA-FECHA
                          TO WS-MOV-FECHA-ALTA(WS-MOV-ACTUAL)
                  WHEN BIT-ACCION-CESE
                      MOVE WS-BITACORA-FECHA
                          TO WS-MOV-FECHA-CESE(WS-MOV-ACTUAL)
                  WHEN BIT-ACCION-MODIFICACION
                      PERFORM 120-ACUMULAR-MODIFICACION
              END-EVALUATE
           END-IF.

      *> UNA MODIFICACION SOLO DE SUELDO NO VA AL T-REGISTRO; UNA SIN
      *> DETALLE (BITACORA ANTERIOR) SE TOMA COMO CAMBIO DE AMBOS.
       120-ACUMULAR-MODIFICACION.
           IF BIT-CAMBIOS-SIN-DETALLE
              MOVE "S" TO WS-MOV-SIN-DETALLE(WS-MOV-ACTUAL)
              MOVE "S" TO WS-MOV-CAMBIO-PENSION(WS-MOV-ACTUAL)
              MOVE "S" TO WS-MOV-CAMBIO-PAGO(WS-MOV-ACTUAL)
           END-IF.
           IF BIT-CAMBIO-PENSION-SI
              MOVE "S" TO WS-MOV-CAMBIO-PENSION(WS-MOV-ACTUAL)
           END-IF.
           IF BIT-CAMBIO-PAGO-SI
              MOVE "S" TO WS-MOV-CAMBIO-PAGO(WS-MOV-ACTUAL)
           END-IF.
           IF BIT-CAMBIOS-SIN-DETALLE OR BIT-CAMBIO-PENSION-SI OR
              BIT-CAMBIO-PAGO-SI
              MOVE WS-BITACORA-FECHA
                  TO WS-MOV-FECHA-MODIF(WS-MOV-ACTUAL)
           END-IF.

       200-IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO CTL-LINEA.
           STRING "CONTROL DE EXPORTACION T-REGISTRO  DEL "
               WS-RANGO-DESDE " AL " WS-RANGO-HASTA
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           WRITE CTL-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO CTL-LINEA.
           STRING "MOVIM. ID     NOMBRE               FECHA    "
               "OBSERVACION"
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           WRITE CTL-LINEA FROM WS-LIN-SEPARADOR.

      *****************************************************************
      * UN EMPLEADO CON MOVIMIENTO EN EL RANGO: LEE SUS DATOS
      * VIGENTES, REVISA LOS OBLIGATORIOS Y GRABA EL ALTA, LA
      * MODIFICACION Y/O LA BAJA QUE CORRESPONDAN.
      *****************************************************************
       300-EXPORTAR-EMPLEADO.
           MOVE WS-MOV-EMPLEADO-ID(WS-MOV-INDICE) TO FD-EMPLEADO-ID.
           READ EMPLEADOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-EMPLEADOS-OK
              MOVE SPACES TO FD-EMPLEADO-NOMBRE
              MOVE "MOVIM." TO WS-MOVIMIENTO-TEXTO
              MOVE "NO EXISTE EN EL MAESTRO"
                  TO WS-OBSERVACION
              MOVE ZERO TO WS-BITACORA-FECHA
              PERFORM 390-IMPRIMIR-OBSERVACION
              ADD 1 TO WS-CONTADOR-NO-EXPORTADOS
           ELSE
              MOVE FD-EMPLEADO-FECHA-INGRESO TO WS-FECHA-INGRESO-X
              IF WS-FECHA-INGRESO IS NUMERIC
                 COMPUTE WS-INGRESO-NUM =
                     WS-INGRESO-ANIO * 10000 +
                     WS-INGRESO-MES * 100 +
                     WS-INGRESO-DIA
              ELSE
                 MOVE ZERO TO WS-INGRESO-NUM
              END-IF
              IF WS-MOV-FECHA-ALTA(WS-MOV-INDICE) > ZERO
                 PERFORM 310-EXPORTAR-ALTA
              ELSE
                 IF WS-MOV-FECHA-MODIF(WS-MOV-INDICE) > ZERO
                    PERFORM 320-EXPORTAR-MODIFICACION
                 END-IF
              END-IF
              IF WS-MOV-FECHA-CESE(WS-MOV-INDICE) > ZERO
                 PERFORM 330-EXPORTAR-BAJA
              END-IF
           END-IF.

       310-EXPORTAR-ALTA.
           MOVE "ALTA" TO WS-MOVIMIENTO-TEXTO.
           MOVE WS-MOV-FECHA-ALTA(WS-MOV-INDICE) TO WS-BITACORA-FECHA.
           PERFORM 350-REVISAR-DATOS-LABORALES.
           IF WS-DATOS-COMPLETOS
              PERFORM 360-REVISAR-DATOS-PENSION
           END-IF.
           IF WS-DATOS-COMPLETOS
              PERFORM 370-REVISAR-DATOS-PAGO
           END-IF.

      *>    EL ALTA SE PRESENTA A MAS TARDAR EL DIA DEL INGRESO; SE
      *>    OBSERVA AUNQUE FALTEN DATOS, PORQUE EL PLAZO YA CORRE.
           IF WS-INGRESO-NUM > ZERO AND
              WS-BITACORA-FECHA > WS-INGRESO-NUM
              MOVE SPACES TO WS-OBSERVACION
              STRING "FUERA DE PLAZO, INGRESO "
                  WS-INGRESO-NUM
                  DELIMITED BY SIZE INTO WS-OBSERVACION
              PERFORM 390-IMPRIMIR-OBSERVACION
              ADD 1 TO WS-CONTADOR-FUERA-PLAZO
           END-IF.

           IF WS-DATOS-COMPLETOS
              MOVE "02" TO TRA-DET-TIPO
              MOVE FD-EMPLEADO-ID TO TRA-DET-EMPLEADO-ID
              MOVE FD-EMPLEADO-NOMBRE TO TRA-DET-NOMBRE
              MOVE WS-INGRESO-NUM TO TRA-DET-FECHA-INGRESO
              MOVE FD-EMPLEADO-SUELDO-BASE TO TRA-DET-REMUNERACION
              MOVE FD-EMPLEADO-REG-PENSION TO TRA-DET-REG-PENSION
              MOVE FD-EMPLEADO-COMISION-AFP TO TRA-DET-COMISION-AFP
              MOVE FD-EMPLEADO-CUSPP TO TRA-DET-CUSPP
              MOVE FD-EMPLEADO-BANCO TO TRA-DET-BANCO
              MOVE FD-EMPLEADO-CUENTA TO TRA-DET-CUENTA
              WRITE TRA-DET-REG
              ADD 1 TO WS-CONTADOR-ALTAS
              ADD FD-EMPLEADO-SUELDO-BASE TO WS-TOTAL-REMUNERACION
              MOVE "EXPORTADA" TO WS-OBSERVACION
              PERFORM 395-IMPRIMIR-DETALLE
           END-IF.

       320-EXPORTAR-MODIFICACION.
           MOVE "MODIF." TO WS-MOVIMIENTO-TEXTO.
           MOVE WS-MOV-FECHA-MODIF(WS-MOV-INDICE) TO WS-BITACORA-FECHA.
           SET WS-DATOS-COMPLETOS TO TRUE.
           IF WS-MOV-CON-CAMBIO-PENSION(WS-MOV-INDICE)
              PERFORM 360-REVISAR-DATOS-PENSION
           END-IF.
           IF WS-DATOS-COMPLETOS AND
              WS-MOV-CON-CAMBIO-PAGO(WS-MOV-INDICE)
              PERFORM 370-REVISAR-DATOS-PAGO
           END-IF.
           IF WS-MOV-CON-SIN-DETALLE(WS-MOV-INDICE)
              MOVE "SIN DETALLE: SE INFORMA TODO"
                  TO WS-OBSERVACION
              PERFORM 390-IMPRIMIR-OBSERVACION
           END-IF.

           IF WS-DATOS-COMPLETOS
              MOVE "02" TO TRM-DET-TIPO
              MOVE FD-EMPLEADO-ID TO TRM-DET-EMPLEADO-ID
              MOVE FD-EMPLEADO-NOMBRE TO TRM-DET-NOMBRE
              MOVE WS-BITACORA-FECHA TO TRM-DET-FECHA-CAMBIO
              MOVE WS-MOV-CAMBIO-PENSION(WS-MOV-INDICE)
                  TO TRM-DET-CAMBIO-PENSION
              MOVE WS-MOV-CAMBIO-PAGO(WS-MOV-INDICE)
                  TO TRM-DET-CAMBIO-PAGO
              MOVE FD-EMPLEADO-REG-PENSION TO TRM-DET-REG-PENSION
              MOVE FD-EMPLEADO-COMISION-AFP TO TRM-DET-COMISION-AFP
              MOVE FD-EMPLEADO-CUSPP TO TRM-DET-CUSPP
              MOVE FD-EMPLEADO-BANCO TO TRM-DET-BANCO
              MOVE FD-EMPLEADO-CUENTA TO TRM-DET-CUENTA
              WRITE TRM-DET-REG
              ADD 1 TO WS-CONTADOR-MODIF
              MOVE SPACES TO WS-OBSERVACION
              STRING "PENSION: "
                  WS-MOV-CAMBIO-PENSION(WS-MOV-INDICE)
                  "  PAGO: " WS-MOV-CAMBIO-PAGO(WS-MOV-INDICE)
                  DELIMITED BY SIZE INTO WS-OBSERVACION
              PERFORM 395-IMPRIMIR-DETALLE
           END-IF.

      *> LA BAJA LLEVA LA FECHA DE CESE DEL MAESTRO (NO LA DEL
      *> RENGLON DE BITACORA, QUE ES CUANDO SE PROCESO).
       330-EXPORTAR-BAJA.
           MOVE "BAJA" TO WS-MOVIMIENTO-TEXTO.
           MOVE WS-MOV-FECHA-CESE(WS-MOV-INDICE) TO WS-BITACORA-FECHA.
           SET WS-DATOS-COMPLETOS TO TRUE.
           EVALUATE TRUE
               WHEN FD-EMPLEADO-CESE-RENUNCIA
                   MOVE 01 TO WS-MOTIVO-SUNAT
               WHEN FD-EMPLEADO-CESE-DESPIDO
               WHEN FD-EMPLEADO-CESE-FALTA-GRAVE
                   MOVE 03 TO WS-MOTIVO-SUNAT
               WHEN FD-EMPLEADO-CESE-JUBILACION
                   MOVE 05 TO WS-MOTIVO-SUNAT
               WHEN FD-EMPLEADO-CESE-FIN-CONTRATO
                   MOVE 07 TO WS-MOTIVO-SUNAT
               WHEN FD-EMPLEADO-CESE-MUTUO-DISENSO
                   MOVE 08 TO WS-MOTIVO-SUNAT
               WHEN FD-EMPLEADO-CESE-FALLECIMIENTO
                   MOVE 09 TO WS-MOTIVO-SUNAT
               WHEN OTHER
                   MOVE ZERO TO WS-MOTIVO-SUNAT
                   SET WS-DATOS-INCOMPLETOS TO TRUE
           END-EVALUATE.
           IF FD-EMPLEADO-FECHA-CESE IS NOT NUMERIC
              SET WS-DATOS-INCOMPLETOS TO TRUE
           END-IF.

           IF WS-DATOS-INCOMPLETOS
              MOVE "CESE SIN FECHA O MOTIVO"
                  TO WS-OBSERVACION
              PERFORM 390-IMPRIMIR-OBSERVACION
              ADD 1 TO WS-CONTADOR-NO-EXPORTADOS
           ELSE
              MOVE "02" TO TRB-DET-TIPO
              MOVE FD-EMPLEADO-ID TO TRB-DET-EMPLEADO-ID
              MOVE FD-EMPLEADO-NOMBRE TO TRB-DET-NOMBRE
              MOVE FD-EMPLEADO-FECHA-CESE TO TRB-DET-FECHA-CESE
              MOVE WS-MOTIVO-SUNAT TO TRB-DET-MOTIVO-SUNAT
              MOVE FD-EMPLEADO-MOTIVO-CESE TO TRB-DET-MOTIVO-CESE
              WRITE TRB-DET-REG
              ADD 1 TO WS-CONTADOR-BAJAS
              MOVE SPACES TO WS-OBSERVACION
              STRING "CESE " FD-EMPLEADO-FECHA-CESE
                  " MOTIVO SUNAT " WS-MOTIVO-SUNAT
                  DELIMITED BY SIZE INTO WS-OBSERVACION
              PERFORM 395-IMPRIMIR-DETALLE
           END-IF.

      *> DATOS DEL VINCULO QUE EL ALTA EXIGE.
       350-REVISAR-DATOS-LABORALES.
           SET WS-DATOS-COMPLETOS TO TRUE.
           IF WS-INGRESO-NUM = ZERO
              MOVE "SIN FECHA DE INGRESO"
                  TO WS-OBSERVACION
              PERFORM 380-OBSERVAR-INCOMPLETO
           END-IF.
           IF FD-EMPLEADO-SUELDO-BASE = ZERO
              MOVE "SIN REMUNERACION"
                  TO WS-OBSERVACION
              PERFORM 380-OBSERVAR-INCOMPLETO
           END-IF.

      *> UN AFILIADO AFP SE IDENTIFICA EN EL T-REGISTRO POR SU CUSPP
      *> Y DEBE DECLARAR EL TIPO DE COMISION.
       360-REVISAR-DATOS-PENSION.
           EVALUATE TRUE
               WHEN FD-EMPLEADO-REG-PENSION-AFP
                   IF FD-EMPLEADO-CUSPP = SPACES
                      MOVE "AFILIADO AFP SIN CUSPP"
                          TO WS-OBSERVACION
                      PERFORM 380-OBSERVAR-INCOMPLETO
                   END-IF
                   IF NOT (FD-EMPLEADO-COMISION-AFP-FLUJO OR
                           FD-EMPLEADO-COMISION-AFP-MIXTO)
                      MOVE "AFILIADO AFP SIN TIPO DE COMISION"
                          TO WS-OBSERVACION
                      PERFORM 380-OBSERVAR-INCOMPLETO
                   END-IF
               WHEN FD-EMPLEADO-REG-PENSION-ONP
               WHEN FD-EMPLEADO-REG-PENSION-OTRO
                   CONTINUE
               WHEN OTHER
                   MOVE "SIN REGIMEN DE PENSION"
                       TO WS-OBSERVACION
                   PERFORM 380-OBSERVAR-INCOMPLETO
           END-EVALUATE.

      *> SIN BANCO EL EMPLEADO COBRA POR OTRO MEDIO; CON BANCO, LA
      *> CUENTA ES OBLIGATORIA.
       370-REVISAR-DATOS-PAGO.
           IF FD-EMPLEADO-BANCO NOT = SPACES AND
              FD-EMPLEADO-CUENTA = SPACES
              MOVE "BANCO SIN NUMERO DE CUENTA"
                  TO WS-OBSERVACION
              PERFORM 380-OBSERVAR-INCOMPLETO
           END-IF.

       380-OBSERVAR-INCOMPLETO.
           IF WS-DATOS-COMPLETOS
              ADD 1 TO WS-CONTADOR-NO-EXPORTADOS
           END-IF.
           SET WS-DATOS-INCOMPLETOS TO TRUE.
           PERFORM 390-IMPRIMIR-OBSERVACION.

       390-IMPRIMIR-OBSERVACION.
           MOVE SPACES TO CTL-LINEA.
           STRING WS-MOVIMIENTO-TEXTO " "
               WS-MOV-EMPLEADO-ID(WS-MOV-INDICE) " "
               FD-EMPLEADO-NOMBRE " " WS-BITACORA-FECHA " *"
               WS-OBSERVACION
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           ADD 1 TO WS-CONTADOR-OBSERVACIONES.

       395-IMPRIMIR-DETALLE.
           MOVE SPACES TO CTL-LINEA.
           STRING WS-MOVIMIENTO-TEXTO " "
               WS-MOV-EMPLEADO-ID(WS-MOV-INDICE) " "
               FD-EMPLEADO-NOMBRE " " WS-BITACORA-FECHA " "
               WS-OBSERVACION
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.

       400-GRABAR-TOTALES.
           MOVE "99" TO TRA-TOT-TIPO.
           MOVE WS-CONTADOR-ALTAS TO TRA-TOT-CANTIDAD.
           MOVE WS-TOTAL-REMUNERACION TO TRA-TOT-REMUNERACION.
           WRITE TRA-TOT-REG.
           MOVE "99" TO TRM-TOT-TIPO.
           MOVE WS-CONTADOR-MODIF TO TRM-TOT-CANTIDAD.
           WRITE TRM-TOT-REG.
           MOVE "99" TO TRB-TOT-TIPO.
           MOVE WS-CONTADOR-BAJAS TO TRB-TOT-CANTIDAD.
           WRITE TRB-TOT-REG.

           WRITE CTL-LINEA FROM WS-LIN-DOBLE.
           MOVE WS-CONTADOR-ALTAS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO CTL-LINEA.
           STRING "ALTAS EXPORTADAS:          " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           MOVE WS-CONTADOR-MODIF TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO CTL-LINEA.
           STRING "MODIFICACIONES EXPORTADAS: " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           MOVE WS-CONTADOR-BAJAS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO CTL-LINEA.
           STRING "BAJAS EXPORTADAS:          " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           MOVE WS-CONTADOR-NO-EXPORTADOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO CTL-LINEA.
           STRING "NO EXPORTADOS POR DATOS:   " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.
           MOVE WS-CONTADOR-FUERA-PLAZO TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO CTL-LINEA.
           STRING "ALTAS FUERA DE PLAZO:      " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO CTL-LINEA.
           WRITE CTL-LINEA.

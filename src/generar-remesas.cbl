       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-REMESAS.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * GENERA LA LISTA DE REMESA DE LOS DESCUENTOS FIJOS DEL PERIODO
      * A CADA ENTIDAD (SINDICATO, EPS, ASEGURADORA) EN remesas.dat,
      * A PARTIR DE LA PLANILLA CALCULADA (planilla.dat) Y DE LOS
      * DATOS DE LA ENTIDAD EN conceptos.dat (VER CONCEPTO.CPY), CON
      * EL MISMO FORMATO DE CONTROL DE GENERAR-GIROS, REPETIDO POR
      * CADA ENTIDAD:
      *   - REGISTRO DE CABECERA (TIPO 01) CON PERIODO, FECHA Y LOS
      *     DATOS DE LA ENTIDAD (RUC, NOMBRE, BANCO, CCI).
      *   - UN REGISTRO DE DETALLE (TIPO 02) POR EMPLEADO Y CONCEPTO
      *     DESCONTADO EN LA BOLETA: CS-CUOTA SINDICAL, EP-APORTE EPS
      *     DEL TRABAJADOR, SO-SEGURO ONCOLOGICO Y, PARA LA EPS, EC-
      *     CREDITO EPS QUE LA EMPRESA LE PAGA EN VEZ DE A ESSALUD.
      *   - REGISTRO DE TOTALES (TIPO 99) CON CANTIDAD Y SUMA DE LA
      *     ENTIDAD.
      * LAS ENTIDADES SE AGRUPAN POR RUC: UNA PRIMERA PASADA POR LAS
      * BOLETAS DEL PERIODO ARMA LA TABLA DE ENTIDADES Y LUEGO SE
      * VUELVE A RECORRER EL PERIODO UNA VEZ POR ENTIDAD PARA GRABAR
      * SU DETALLE. UN MONTO CUYO CONCEPTO YA NO ESTA EN CONCEPTOS.DAT
      * SE REPORTA Y SE OMITE: UNA REMESA NO PUEDE SALIR SIN ENTIDAD.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> HISTORICO DE PLANILLA CALCULADA, INDEXADO POR PERIODO +
      *> EMPLEADO (VER CALCULO-PLANILLA). ACCESO DYNAMIC PARA
      *> POSICIONARSE CON START EN EL PERIODO PEDIDO EN CADA PASADA.
           SELECT PLANILLA ASSIGN TO "../data/planilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PLA-CLAVE
               FILE STATUS IS WS-FS-PLANILLA.

      *> DESCUENTOS FIJOS (VER CAPTURA-CONCEPTOS); AQUI SOLO SE HACEN
      *> LECTURAS DIRECTAS POR CLAVE PARA TRAER LA ENTIDAD DE CADA
      *> CONCEPTO DESCONTADO.
           SELECT CONCEPTOS ASSIGN TO "../data/conceptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CFI-CLAVE
               FILE STATUS IS WS-FS-CONCEPTOS.

      *> CONTROL DE PERIODOS: UNA REMESA NO SE GENERA DE UN PERIODO
      *> CON CORRIDA INCOMPLETA.
           SELECT PERIODOS ASSIGN TO "../data/periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

           SELECT REMESAS ASSIGN TO "../data/remesas.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PLANILLA.
           COPY planilla.

       FD  CONCEPTOS.
           COPY concepto.

       FD  PERIODOS.
           COPY periodo.

       FD  REMESAS.
       01 REM-CAB-REG.
          05 REM-CAB-TIPO               PIC X(2).
          05 REM-CAB-PERIODO            PIC 9(6).
          05 REM-CAB-FECHA              PIC X(8).
          05 REM-CAB-ENTIDAD-RUC        PIC X(11).
          05 REM-CAB-ENTIDAD-NOMBRE     PIC X(30).
          05 REM-CAB-ENTIDAD-BANCO      PIC X(3).
          05 REM-CAB-ENTIDAD-CCI        PIC X(20).
       01 REM-DET-REG.
          05 REM-DET-TIPO               PIC X(2).
          05 REM-DET-EMPLEADO-ID        PIC X(6).
          05 REM-DET-CONCEPTO           PIC X(2).
          05 REM-DET-MONTO              PIC 9(9)V99.
       01 REM-TOT-REG.
          05 REM-TOT-TIPO               PIC X(2).
          05 REM-TOT-CANTIDAD           PIC 9(6).
          05 REM-TOT-MONTO              PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "GENERACION DE REMESAS A ENTIDADES".
       01 WS-DISPLAY-INPUT-PERIODO      PIC X(50)   VALUE
             "INGRESE PERIODO A REMESAR (AAAAMM): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-PLANILLA        PIC X(60)   VALUE
             "NO SE ENCONTRO PLANILLA.DAT; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-NO-CONCEPTOS       PIC X(60)   VALUE
             "NO SE ENCONTRO CONCEPTOS.DAT; NADA QUE REMESAR".
       01 WS-DISPLAY-SIN-CONCEPTO       PIC X(60)   VALUE
             "DESCUENTO SIN CONCEPTO REGISTRADO, SE OMITE: ".
       01 WS-DISPLAY-SIN-REMESAS        PIC X(60)   VALUE
             "NO HAY DESCUENTOS FIJOS DEL PERIODO EN PLANILLA.DAT".
       01 WS-DISPLAY-ENTIDADES-LLENAS   PIC X(60)   VALUE
             "TABLA DE ENTIDADES LLENA, NO SE GENERA LA REMESA: ".

       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
          88 WS-PLANILLA-OK                         VALUE "00".
          88 WS-PLANILLA-NO-EXISTE                  VALUE "35".
      *>    UN PLANILLA.DAT O PERIODOS.DAT DEL LAYOUT ANTERIOR NO ABRE
      *>    (ESTADO 39) HASTA RECONSTRUIRLO CON REORGANIZAR-PLANILLA.
          88 WS-PLANILLA-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-CONCEPTOS               PIC X(2)    VALUE "00".
          88 WS-CONCEPTOS-OK                        VALUE "00".
          88 WS-CONCEPTOS-NO-EXISTE                 VALUE "35".
       01 WS-FS-PERIODOS                PIC X(2)    VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-PERIODOS-SIN-REORGANIZAR            VALUE "39".

       01 WS-DISPLAY-PLA-SIN-REORG      PIC X(60)   VALUE
             "PLANILLA.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".
       01 WS-DISPLAY-PER-SIN-REORG      PIC X(60)   VALUE
             "PERIODOS.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".

       01 WS-DISPLAY-SIN-CONTROL        PIC X(60)   VALUE
             "EL PERIODO NO TIENE REGISTRO; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-CORRIDA-INCOMPLETA PIC X(70)   VALUE
             "CORRIDA INCOMPLETA; RELANCE CALCULO-PLANILLA".
       01 WS-DISPLAY-NO-CERRADO         PIC X(60)   VALUE
             "PERIODO NO CERRADO; CIERRELO EN GESTION-PERIODOS".
       01 WS-DISPLAY-SIN-CUADRE         PIC X(60)   VALUE
             "EL PERIODO NO TIENE CUADRE; CORRA CUADRE-INTEGRIDAD".
       01 WS-PERIODO-HABILITADO         PIC X(1)    VALUE "S".
          88 WS-PERIODO-SI-HABILITADO               VALUE "S".
          88 WS-PERIODO-NO-HABILITADO               VALUE "N".

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

      *> LA PRIMERA PASADA POR EL PERIODO ARMA LA TABLA DE ENTIDADES
      *> Y REPORTA LO OMITIDO; LAS SIGUIENTES, UNA POR ENTIDAD, SOLO
      *> GRABAN EL DETALLE DE ESA ENTIDAD.
       01 WS-PASADA                     PIC X(1)    VALUE "E".
          88 WS-PASADA-ENTIDADES                    VALUE "E".
          88 WS-PASADA-GRABAR                       VALUE "G".

      *> MONTO DE LA BOLETA EN PROCESO QUE SE ESTA REMESANDO Y EL
      *> CONCEPTO DE CONCEPTOS.DAT DE DONDE SALE SU ENTIDAD (EL
      *> CREDITO EPS VA A LA ENTIDAD DEL APORTE EPS DEL EMPLEADO).
       01 WS-REM-CONCEPTO               PIC X(2).
       01 WS-REM-CONCEPTO-ORIGEN        PIC X(2).
       01 WS-REM-MONTO                  PIC 9(7)V99.

      *> ENTIDADES DEL PERIODO, POR RUC, EN EL ORDEN EN QUE APARECEN.
       01 WS-CANT-ENTIDADES             PIC 9(3)    VALUE 0.
       01 WS-ENTIDAD-ACTUAL             PIC 9(3)    VALUE 0.
       01 WS-ENT-INDICE                 PIC 9(3).
       01 WS-TABLA-ENTIDADES.
          05 WS-ENTIDAD OCCURS 50 TIMES.
             10 WS-ENT-RUC              PIC X(11).
             10 WS-ENT-NOMBRE           PIC X(30).
             10 WS-ENT-BANCO            PIC X(3).
             10 WS-ENT-CCI              PIC X(20).
       01 WS-ENTIDAD-ENCONTRADA         PIC X(1)    VALUE "N".
          88 WS-ENTIDAD-SI-ENCONTRADA               VALUE "S".
          88 WS-ENTIDAD-NO-ENCONTRADA               VALUE "N".
       01 WS-ENTIDADES-DESBORDADAS      PIC X(1)    VALUE "N".
          88 WS-ENTIDADES-LLENAS                    VALUE "S".
          88 WS-ENTIDADES-CON-LUGAR                 VALUE "N".

       01 WS-FECHA-SISTEMA              PIC X(8).
       01 WS-CANTIDAD-ENTIDAD           PIC 9(6)    VALUE 0.
       01 WS-TOTAL-ENTIDAD              PIC 9(11)V99 VALUE 0.
       01 WS-CANTIDAD-REMESAS           PIC 9(6)    VALUE 0.
       01 WS-TOTAL-REMESADO             PIC 9(11)V99 VALUE 0.
       01 WS-CONTADOR-OMITIDOS          PIC 9(5)    VALUE 0.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           PERFORM 010-PEDIR-PERIODO.
           PERFORM 015-VERIFICAR-PERIODO.
           IF WS-PERIODO-NO-HABILITADO
              STOP RUN
           END-IF.

           OPEN INPUT PLANILLA.
           IF WS-PLANILLA-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PLA-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PLANILLA-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-PLANILLA
           ELSE
              OPEN INPUT CONCEPTOS
              IF WS-CONCEPTOS-NO-EXISTE
                 DISPLAY WS-DISPLAY-NO-CONCEPTOS
                 CLOSE PLANILLA
              ELSE
                 SET WS-PASADA-ENTIDADES TO TRUE
                 PERFORM 100-RECORRER-PERIODO

                 IF WS-ENTIDADES-LLENAS
                    DISPLAY WS-DISPLAY-ENTIDADES-LLENAS
                        WS-CANT-ENTIDADES
                 ELSE
                    OPEN OUTPUT REMESAS
                    SET WS-PASADA-GRABAR TO TRUE
                    PERFORM 200-GRABAR-ENTIDAD
                        VARYING WS-ENTIDAD-ACTUAL FROM 1 BY 1
                        UNTIL WS-ENTIDAD-ACTUAL > WS-CANT-ENTIDADES
                    CLOSE REMESAS

                    IF WS-CANTIDAD-REMESAS = ZERO
                       DISPLAY WS-DISPLAY-SIN-REMESAS
                    END-IF
                    DISPLAY "ENTIDADES:        " WS-CANT-ENTIDADES
                    DISPLAY "REMESAS GENERADAS: " WS-CANTIDAD-REMESAS
                    MOVE WS-TOTAL-REMESADO TO WS-TOTAL-EDITADO
                    DISPLAY "TOTAL REMESADO:   " WS-TOTAL-EDITADO
                 END-IF
                 IF WS-CONTADOR-OMITIDOS > 0
                    DISPLAY "REMESAS OMITIDAS:  " WS-CONTADOR-OMITIDOS
                 END-IF

                 CLOSE PLANILLA
                 CLOSE CONCEPTOS
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

      *> LA REMESA SOLO SE GENERA DE UN PERIODO CON CORRIDA
      *> TERMINADA, CERRADO Y CON CUADRE LIMPIO, IGUAL QUE LOS GIROS:
      *> ES PLATA QUE SALE AL BANCO.
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
                      IF NOT FD-PER-CERRADO
                         DISPLAY WS-DISPLAY-NO-CERRADO
                         SET WS-PERIODO-NO-HABILITADO TO TRUE
                      END-IF
                      IF FD-PER-FECHA-CUADRE = SPACES
                         DISPLAY WS-DISPLAY-SIN-CUADRE
                         SET WS-PERIODO-NO-HABILITADO TO TRUE
                      END-IF
              END-READ
              CLOSE PERIODOS
           END-IF.

      *> RECORRE LAS BOLETAS DEL PERIODO (START POR LA CLAVE PARCIAL,
      *> READ NEXT HASTA CAMBIAR DE PERIODO) Y PASA CADA DESCUENTO
      *> FIJO DE LA BOLETA, Y EL CREDITO EPS, POR 120.
       100-RECORRER-PERIODO.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-PLA-PERIODO.
           MOVE LOW-VALUES TO FD-PLA-EMPLEADO-ID.
           START PLANILLA KEY IS >= FD-PLA-CLAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-PLANILLA-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ PLANILLA NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-PLA-PERIODO = WS-PERIODO-PROCESO-NUM
                         PERFORM 110-PROCESAR-BOLETA
                         READ PLANILLA NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      ELSE
                         SET FLAG-LEIDO TO TRUE
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

       110-PROCESAR-BOLETA.
           MOVE "CS" TO WS-REM-CONCEPTO.
           MOVE "CS" TO WS-REM-CONCEPTO-ORIGEN.
           MOVE FD-PLA-CUOTA-SINDICAL TO WS-REM-MONTO.
           PERFORM 120-PROCESAR-MONTO.

           MOVE "EP" TO WS-REM-CONCEPTO.
           MOVE "EP" TO WS-REM-CONCEPTO-ORIGEN.
           MOVE FD-PLA-DESC-EPS TO WS-REM-MONTO.
           PERFORM 120-PROCESAR-MONTO.

           MOVE "SO" TO WS-REM-CONCEPTO.
           MOVE "SO" TO WS-REM-CONCEPTO-ORIGEN.
           MOVE FD-PLA-SEGURO-ONCOLOGICO TO WS-REM-MONTO.
           PERFORM 120-PROCESAR-MONTO.

           MOVE "EC" TO WS-REM-CONCEPTO.
           MOVE "EP" TO WS-REM-CONCEPTO-ORIGEN.
           MOVE FD-PLA-CREDITO-EPS TO WS-REM-MONTO.
           PERFORM 120-PROCESAR-MONTO.

      *> UN MONTO DE LA BOLETA SE RELEE EN CONCEPTOS.DAT PARA TRAER LA
      *> ENTIDAD VIGENTE (AUNQUE EL CONCEPTO SE HAYA SUSPENDIDO
      *> DESPUES, LO DESCONTADO SE LE DEBE A ESA ENTIDAD). EN LA
      *> PASADA DE ENTIDADES SE REGISTRA LA ENTIDAD; EN LA DE GRABAR
      *> SOLO SE GRABA SI ES LA ENTIDAD EN PROCESO.
       120-PROCESAR-MONTO.
           IF WS-REM-MONTO > ZERO
              MOVE FD-PLA-EMPLEADO-ID TO FD-CFI-EMPLEADO-ID
              MOVE WS-REM-CONCEPTO-ORIGEN TO FD-CFI-CONCEPTO
              READ CONCEPTOS
                  INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
                  WHEN NOT WS-CONCEPTOS-OK
                      IF WS-PASADA-ENTIDADES
                         DISPLAY WS-DISPLAY-SIN-CONCEPTO
                             FD-PLA-EMPLEADO-ID " " WS-REM-CONCEPTO
                         ADD 1 TO WS-CONTADOR-OMITIDOS
                      END-IF
                  WHEN WS-PASADA-ENTIDADES
                      PERFORM 130-UBICAR-ENTIDAD
                  WHEN FD-CFI-ENTIDAD-RUC =
                       WS-ENT-RUC(WS-ENTIDAD-ACTUAL)
                      PERFORM 300-GRABAR-DETALLE
              END-EVALUATE
           END-IF.

      *> BUSCA EL RUC DE LA ENTIDAD EN LA TABLA Y, SI ES NUEVO, LO
      *> AGREGA CON LOS DATOS BANCARIOS DEL PRIMER CONCEPTO QUE LO
      *> TRAE. UNA TABLA DESBORDADA FRENA LA REMESA COMPLETA: UNA
      *> ENTIDAD SIN SU LISTA ES PEOR QUE NO GENERAR.
       130-UBICAR-ENTIDAD.
           SET WS-ENTIDAD-NO-ENCONTRADA TO TRUE.
           PERFORM VARYING WS-ENT-INDICE FROM 1 BY 1
                   UNTIL WS-ENT-INDICE > WS-CANT-ENTIDADES
                      OR WS-ENTIDAD-SI-ENCONTRADA
                   IF WS-ENT-RUC(WS-ENT-INDICE) = FD-CFI-ENTIDAD-RUC
                      SET WS-ENTIDAD-SI-ENCONTRADA TO TRUE
                   END-IF
           END-PERFORM.

           IF WS-ENTIDAD-NO-ENCONTRADA
              IF WS-CANT-ENTIDADES < 50
                 ADD 1 TO WS-CANT-ENTIDADES
                 MOVE WS-CANT-ENTIDADES TO WS-ENT-INDICE
                 MOVE FD-CFI-ENTIDAD-RUC TO WS-ENT-RUC(WS-ENT-INDICE)
                 MOVE FD-CFI-ENTIDAD-NOMBRE
                     TO WS-ENT-NOMBRE(WS-ENT-INDICE)
                 MOVE FD-CFI-ENTIDAD-BANCO
                     TO WS-ENT-BANCO(WS-ENT-INDICE)
                 MOVE FD-CFI-ENTIDAD-CCI TO WS-ENT-CCI(WS-ENT-INDICE)
              ELSE
                 SET WS-ENTIDADES-LLENAS TO TRUE
              END-IF
           END-IF.

      *> UN BLOQUE 01/02/99 POR ENTIDAD: CABECERA CON SUS DATOS, UNA
      *> PASADA POR EL PERIODO PARA SU DETALLE Y TOTALES DE CONTROL.
       200-GRABAR-ENTIDAD.
           MOVE ZERO TO WS-CANTIDAD-ENTIDAD.
           MOVE ZERO TO WS-TOTAL-ENTIDAD.
           PERFORM 210-GRABAR-CABECERA.
           PERFORM 100-RECORRER-PERIODO.
           PERFORM 500-GRABAR-TOTALES.

       210-GRABAR-CABECERA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE "01" TO REM-CAB-TIPO.
           MOVE WS-PERIODO-PROCESO-NUM TO REM-CAB-PERIODO.
           MOVE WS-FECHA-SISTEMA TO REM-CAB-FECHA.
           MOVE WS-ENT-RUC(WS-ENTIDAD-ACTUAL) TO REM-CAB-ENTIDAD-RUC.
           MOVE WS-ENT-NOMBRE(WS-ENTIDAD-ACTUAL)
               TO REM-CAB-ENTIDAD-NOMBRE.
           MOVE WS-ENT-BANCO(WS-ENTIDAD-ACTUAL)
               TO REM-CAB-ENTIDAD-BANCO.
           MOVE WS-ENT-CCI(WS-ENTIDAD-ACTUAL) TO REM-CAB-ENTIDAD-CCI.
           WRITE REM-CAB-REG.

       300-GRABAR-DETALLE.
           MOVE "02" TO REM-DET-TIPO.
           MOVE FD-PLA-EMPLEADO-ID TO REM-DET-EMPLEADO-ID.
           MOVE WS-REM-CONCEPTO TO REM-DET-CONCEPTO.
           MOVE WS-REM-MONTO TO REM-DET-MONTO.
           WRITE REM-DET-REG.

           ADD 1 TO WS-CANTIDAD-ENTIDAD.
           ADD WS-REM-MONTO TO WS-TOTAL-ENTIDAD.
           ADD 1 TO WS-CANTIDAD-REMESAS.
           ADD WS-REM-MONTO TO WS-TOTAL-REMESADO.

       500-GRABAR-TOTALES.
           MOVE "99" TO REM-TOT-TIPO.
           MOVE WS-CANTIDAD-ENTIDAD TO REM-TOT-CANTIDAD.
           MOVE WS-TOTAL-ENTIDAD TO REM-TOT-MONTO.
           WRITE REM-TOT-REG.

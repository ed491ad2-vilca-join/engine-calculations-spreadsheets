      * SIN BOLETA NO TIENE CASILLERO). EMITE LIQUIDACIONES.DAT CON UN
      * BLOQUE POR EMPLEADO Y UN RESUMEN DE TOTALES POR REGIMEN COMO
      * EL DE 500-IMPRIMIR-TOTALES DE REPORTE-EMPLEADOS.
      * AL PAGAR SE EXTORNA LO QUE PROVISION-BENEFICIOS PROVISIONO EN
      * LOS 6 MESES DE LA VENTANA (provisiones.dat): CADA BLOQUE Y EL
      * RESUMEN MUESTRAN LO PROVISIONADO CONTRA LO PAGADO, Y SE EMITE
      * ASIENTO-BENEFICIOS.DAT (FORMATO 01/02/99 DE ASIENTO.DAT) CON
      * EL EXTORNO DEL PASIVO PROVISIONADO, LA DIFERENCIA AL GASTO Y
      * EL BENEFICIO POR PAGAR. SIN PROVISIONES.DAT TODO EL PAGO VA
      * COMO DIFERENCIA. LAS CUENTAS DEL ASIENTO SALEN DE CUENTAS.DAT
      * (RENGLON GENERAL DE CADA CONCEPTO, VER CUENTA.CPY); SI A UN
      * CONCEPTO CON MONTO LE FALTA CUENTA EL ASIENTO NO SE GRABA Y EL
      * PROGRAMA TERMINA CON RETURN-CODE 8, COMO GENERAR-ASIENTO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT LIQUIDACIONES ASSIGN TO "../data/liquidaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PROVISION MENSUAL POR EMPLEADO (VER PROVISION-BENEFICIOS);
      *> SE LEE POR CLAVE CADA MES DE LA VENTANA.
           SELECT PROVISIONES ASSIGN TO "../data/provisiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PRV-CLAVE
               FILE STATUS IS WS-FS-PROVISIONES.

      *> TABLA DE CUENTAS CONTABLES POR CONCEPTO (VER GENERAR-ASIENTO).
           SELECT CUENTAS ASSIGN TO "../data/cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT ASIENTO ASSIGN TO "../data/asiento-beneficios.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LIQUIDACIONES.
       01 LIQ-LINEA                     PIC X(80).

       FD  PROVISIONES.
           COPY provision.

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
             "CALCULO DE BENEFICIOS SEMESTRALES".
       01 WS-FS-TASAS                   PIC X(2)    VALUE "00".
          88 WS-TASAS-OK                            VALUE "00".
          88 WS-TASAS-NO-EXISTE                     VALUE "35".
       01 WS-FS-PROVISIONES             PIC X(2)    VALUE "00".
          88 WS-PROVISIONES-OK                      VALUE "00".
          88 WS-PROVISIONES-NO-EXISTE               VALUE "35".

       01 WS-DISPLAY-NO-PROVISIONES     PIC X(60)   VALUE
             "SIN PROVISIONES.DAT: NO HAY PROVISION QUE EXTORNAR".
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
       01 WS-FS-CUENTAS                 PIC X(2)    VALUE "00".
          88 WS-CUENTAS-OK                          VALUE "00".
          88 WS-CUENTAS-NO-EXISTE                   VALUE "35".
       01 WS-PROVISIONES-ARCHIVO        PIC X(1)    VALUE "S".
          88 WS-PROVISIONES-SI-ARCHIVO              VALUE "S".
          88 WS-PROVISIONES-NO-ARCHIVO              VALUE "N".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
          05 WS-MONTO-BENEFICIO         PIC 9(7)V99.
          05 WS-MONTO-BONIF-EXTRA       PIC 9(7)V99.
          05 WS-TOTAL-LIQUIDACION       PIC 9(7)V99.
          05 WS-MONTO-PROVISIONADO      PIC 9(7)V99.
          05 WS-DIFERENCIA-PROVISION    PIC S9(7)V99.

       01 WS-MONTO-EDITADO              PIC ZZZ,ZZ9.99.
       01 WS-CONTADOR-EDITADO           PIC ZZ9.
       01 WS-LIN-SEPARADOR              PIC X(40)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(40)   VALUE ALL "=".
       01 WS-CONTADOR-LIQUIDACIONES     PIC 9(5)    VALUE 0.
       01 WS-SIGNO-EDITADO              PIC -ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-SIGNO-EDITADO        PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> PAGADO CONTRA PROVISIONADO DE TODA LA CORRIDA, PARA EL
      *> RESUMEN Y EL ASIENTO DE EXTORNO.
       01 WS-TOTALES-PROVISION.
          05 WS-TOTAL-PAGADO            PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-PROVISIONADO      PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-DIFERENCIA        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-DEBE                 PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-HABER                PIC 9(11)V99 VALUE 0.
       01 WS-CANT-RENGLONES             PIC 9(6)    VALUE 0.
       01 WS-FECHA-SISTEMA              PIC X(8).

      *> MONTO Y LADO DEL RENGLON EN PROCESO (ENTRADA DE 610).
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

      *> CUENTAS DE LOS TRES RENGLONES DEL ASIENTO, RESUELTAS (620)
      *> SEGUN EL TIPO DE CORRIDA ANTES DE ABRIR EL ASIENTO. LA GLOSA
      *> LA PONE 600 PORQUE LA CUENTA DE GASTO VA COMO CARGO O ABONO.
       01 WS-CUENTAS-ASIENTO.
          05 WS-CUENTA-PROVISION        PIC X(6).
          05 WS-CUENTA-GASTO            PIC X(6).
          05 WS-CUENTA-POR-PAGAR        PIC X(6).

       01 WS-TOTALES-BENEFICIOS.
          05 WS-TOTAL-ONP.
           IF WS-CORRIDA-SI-HABILITADA
              PERFORM 030-CARGAR-TASAS
           END-IF.
           IF WS-CORRIDA-SI-HABILITADA
              PERFORM 060-CARGAR-CUENTAS
           END-IF.
           IF WS-CORRIDA-SI-HABILITADA
              PERFORM 040-ARMAR-VENTANA
              PERFORM 100-PROCESAR-MAESTRO
                 DISPLAY WS-DISPLAY-NO-ACUMULADOS
                 CLOSE EMPLEADOS
              ELSE
                 PERFORM 050-ABRIR-PROVISIONES
                 OPEN OUTPUT LIQUIDACIONES
                 SET FLAG-NO-LEIDO TO TRUE
                 READ EMPLEADOS
                 CLOSE EMPLEADOS
                 CLOSE ACUMULADOS
                 CLOSE LIQUIDACIONES
                 IF WS-PROVISIONES-SI-ARCHIVO
                    CLOSE PROVISIONES
                 END-IF
                 DISPLAY "LIQUIDACIONES GENERADAS: "
                     WS-CONTADOR-LIQUIDACIONES

                 IF WS-CONTADOR-LIQUIDACIONES > ZERO
                    PERFORM 620-RESOLVER-CUENTAS
                    IF WS-CANT-SIN-CUENTA > ZERO
                       DISPLAY WS-DISPLAY-NO-GENERADO
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       OPEN OUTPUT ASIENTO
                       PERFORM 600-GRABAR-ASIENTO
                       CLOSE ASIENTO
                       MOVE WS-TOTAL-PROVISIONADO TO WS-TOTAL-EDITADO
                       DISPLAY "PROVISIONADO: " WS-TOTAL-EDITADO
                       MOVE WS-TOTAL-PAGADO TO WS-TOTAL-EDITADO
                       DISPLAY "PAGADO:       " WS-TOTAL-EDITADO
                       IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                          DISPLAY WS-DISPLAY-NO-CUADRA
                          MOVE 8 TO RETURN-CODE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> QUE NO EXISTA PROVISIONES.DAT ES NORMAL SI NUNCA SE CORRIO
      *> PROVISION-BENEFICIOS: NO HAY NADA QUE EXTORNAR.
       050-ABRIR-PROVISIONES.
           SET WS-PROVISIONES-SI-ARCHIVO TO TRUE.
           OPEN INPUT PROVISIONES.
           IF WS-PROVISIONES-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-PROVISIONES
              SET WS-PROVISIONES-NO-ARCHIVO TO TRUE
           END-IF.

      *> CARGA CUENTAS.DAT EN MEMORIA. SIN TABLA NO HAY ASIENTO: LA
      *> CORRIDA NO SE HACE Y SE FRENA CON RETURN-CODE 8, COMO EN
      *> GENERAR-ASIENTO.
       060-CARGAR-CUENTAS.
           MOVE ZERO TO WS-CANT-CUENTAS.
           OPEN INPUT CUENTAS.
           IF WS-CUENTAS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-CUENTAS
              MOVE 8 TO RETURN-CODE
              SET WS-CORRIDA-NO-HABILITADA TO TRUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ CUENTAS
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      PERFORM 070-GUARDAR-CUENTA
                      READ CUENTAS
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CUENTAS
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *> UN RENGLON PARA UN CONCEPTO Y CENTRO YA CARGADOS REEMPLAZA
      *> LA CUENTA ANTERIOR (MANDA EL ULTIMO DEL ARCHIVO).
       070-GUARDAR-CUENTA.
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

       110-LIQUIDAR-EMPLEADO.
           IF FD-EMPLEADO-ACTIVO
              PERFORM 200-CALCULAR-BENEFICIO
                  WS-MONTO-BENEFICIO + WS-MONTO-BONIF-EXTRA
           END-IF.

           MOVE ZERO TO WS-MONTO-PROVISIONADO.
           IF WS-PROVISIONES-SI-ARCHIVO
              PERFORM VARYING WS-VEN-INDICE FROM 1 BY 1
                      UNTIL WS-VEN-INDICE > 6
                      PERFORM 220-LEER-PROVISION-MES
              END-PERFORM
           END-IF.
           COMPUTE WS-DIFERENCIA-PROVISION =
               WS-TOTAL-LIQUIDACION - WS-MONTO-PROVISIONADO.

      *> TRAE DEL ACUMULADO LA REMUNERACION DEL MES DE LA VENTANA EN
      *> PROCESO; UN REGISTRO O CASILLERO AUSENTE ES CERO (EL
      *> EMPLEADO NO TUVO BOLETA ESE MES).
                   MOVE FD-ACU-REM-MES(WS-ACU-SLOT) TO WS-REM-MES
           END-READ.

      *> SUMA LO PROVISIONADO DEL MES DE LA VENTANA EN PROCESO PARA
      *> EL BENEFICIO DE LA CORRIDA; UN MES SIN PROVISION ES CERO.
       220-LEER-PROVISION-MES.
           MOVE FD-EMPLEADO-ID TO FD-PRV-EMPLEADO-ID.
           COMPUTE FD-PRV-PERIODO =
               WS-VEN-ANIO(WS-VEN-INDICE) * 100 +
               WS-VEN-MES(WS-VEN-INDICE).
           READ PROVISIONES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-CORRIDA-GRATIFICACION
                      ADD FD-PRV-GRATIFICACION FD-PRV-BONIF-EXTRA
                          TO WS-MONTO-PROVISIONADO
                   ELSE
                      ADD FD-PRV-CTS TO WS-MONTO-PROVISIONADO
                   END-IF
           END-READ.

       300-IMPRIMIR-LIQUIDACION.
           MOVE SPACES TO LIQ-LINEA.
           IF WS-CORRIDA-GRATIFICACION
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-MONTO-PROVISIONADO TO WS-MONTO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "PROVISIONADO EN EL SEM.  " WS-MONTO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-DIFERENCIA-PROVISION TO WS-SIGNO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "DIFERENCIA PAGO-PROVIS. " WS-SIGNO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           WRITE LIQ-LINEA FROM WS-LIN-DOBLE.

           MOVE SPACES TO LIQ-LINEA.
           WRITE LIQ-LINEA.

       400-ACUMULAR-TOTALES.
           ADD WS-TOTAL-LIQUIDACION TO WS-TOTAL-PAGADO.
           ADD WS-MONTO-PROVISIONADO TO WS-TOTAL-PROVISIONADO.
           ADD WS-DIFERENCIA-PROVISION TO WS-TOTAL-DIFERENCIA.

           EVALUATE TRUE
               WHEN FD-EMPLEADO-REG-PENSION-ONP
                   ADD 1 TO WS-TOTAL-ONP-CANT
           STRING "TOTAL DE LIQUIDACIONES: " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           WRITE LIQ-LINEA FROM WS-LIN-SEPARADOR.

           MOVE SPACES TO LIQ-LINEA.
           STRING "PAGADO CONTRA PROVISIONADO" DELIMITED BY SIZE
               INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TOTAL-PAGADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  TOTAL PAGADO          " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TOTAL-PROVISIONADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  TOTAL PROVISIONADO    " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

           MOVE WS-TOTAL-DIFERENCIA TO WS-TOTAL-SIGNO-EDITADO.
           MOVE SPACES TO LIQ-LINEA.
           STRING "  DIFERENCIA           " WS-TOTAL-SIGNO-EDITADO
               DELIMITED BY SIZE INTO LIQ-LINEA.
           WRITE LIQ-LINEA.

      *****************************************************************
      * ASIENTO DEL PAGO: EXTORNA EL PASIVO PROVISIONADO DEL SEMESTRE,
      * LLEVA LA DIFERENCIA AL GASTO (CARGO SI SE PAGO MAS DE LO
      * PROVISIONADO, ABONO SI MENOS) Y ABONA EL BENEFICIO POR PAGAR.
      *****************************************************************
       600-GRABAR-ASIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE "01" TO ASI-CAB-TIPO.
           MOVE WS-PERIODO-PROCESO-NUM TO ASI-CAB-PERIODO.
           MOVE WS-FECHA-SISTEMA TO ASI-CAB-FECHA.
           WRITE ASI-CAB-REG.

           MOVE WS-CUENTA-PROVISION TO WS-RENGLON-CUENTA.
           IF WS-CORRIDA-GRATIFICACION
              MOVE "EXTORNO PROVISION GRATIFIC." TO WS-RENGLON-GLOSA
           ELSE
              MOVE "EXTORNO PROVISION CTS" TO WS-RENGLON-GLOSA
           END-IF.
           MOVE WS-TOTAL-PROVISIONADO TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-DEBE TO TRUE.
           PERFORM 610-GRABAR-RENGLON.

           MOVE WS-CUENTA-GASTO TO WS-RENGLON-CUENTA.
           IF WS-TOTAL-DIFERENCIA < ZERO
              MOVE "EXCESO DE PROVISION" TO WS-RENGLON-GLOSA
              COMPUTE WS-RENGLON-MONTO = ZERO - WS-TOTAL-DIFERENCIA
              SET WS-RENGLON-ES-HABER TO TRUE
           ELSE
              MOVE "PAGO NO PROVISIONADO" TO WS-RENGLON-GLOSA
              MOVE WS-TOTAL-DIFERENCIA TO WS-RENGLON-MONTO
              SET WS-RENGLON-ES-DEBE TO TRUE
           END-IF.
           PERFORM 610-GRABAR-RENGLON.

           MOVE WS-CUENTA-POR-PAGAR TO WS-RENGLON-CUENTA.
           IF WS-CORRIDA-GRATIFICACION
              MOVE "GRATIFICACIONES POR PAGAR" TO WS-RENGLON-GLOSA
           ELSE
              MOVE "CTS POR DEPOSITAR" TO WS-RENGLON-GLOSA
           END-IF.
           MOVE WS-TOTAL-PAGADO TO WS-RENGLON-MONTO.
           SET WS-RENGLON-ES-HABER TO TRUE.
           PERFORM 610-GRABAR-RENGLON.

           MOVE "99" TO ASI-TOT-TIPO.
           MOVE WS-CANT-RENGLONES TO ASI-TOT-CANTIDAD.
           MOVE WS-TOTAL-DEBE TO ASI-TOT-DEBE.
           MOVE WS-TOTAL-HABER TO ASI-TOT-HABER.
           WRITE ASI-TOT-REG.

      *> UNA CUENTA SIN MOVIMIENTO NO GENERA RENGLON.
       610-GRABAR-RENGLON.
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

      *> RESUELVE EN LA TABLA LAS CUENTAS DEL TIPO DE CORRIDA Y CUENTA
      *> LOS CONCEPTOS CON MONTO QUE NO TIENEN CUENTA; CON ALGUNO EN
      *> FALTA EL ASIENTO NO SE GRABA.
       620-RESOLVER-CUENTAS.
           MOVE ZERO TO WS-CANT-SIN-CUENTA.

           IF WS-CORRIDA-GRATIFICACION
              MOVE "GRATIPRV" TO WS-BUSCAR-CONCEPTO
           ELSE
              MOVE "CTSPRV" TO WS-BUSCAR-CONCEPTO
           END-IF.
           MOVE WS-TOTAL-PROVISIONADO TO WS-RENGLON-MONTO.
           PERFORM 630-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-PROVISION.

           IF WS-CORRIDA-GRATIFICACION
              MOVE "GRATIGTO" TO WS-BUSCAR-CONCEPTO
           ELSE
              MOVE "CTSGTO" TO WS-BUSCAR-CONCEPTO
           END-IF.
           MOVE WS-TOTAL-DIFERENCIA TO WS-RENGLON-MONTO.
           PERFORM 630-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-GASTO.

           IF WS-CORRIDA-GRATIFICACION
              MOVE "GRATIPAG" TO WS-BUSCAR-CONCEPTO
           ELSE
              MOVE "CTSPAG" TO WS-BUSCAR-CONCEPTO
           END-IF.
           MOVE WS-TOTAL-PAGADO TO WS-RENGLON-MONTO.
           PERFORM 630-BUSCAR-CUENTA.
           MOVE WS-RENGLON-CUENTA TO WS-CUENTA-POR-PAGAR.

      *> EL ASIENTO DEL PAGO VA POR EL TOTAL DE LA EMPRESA: SOLO SE
      *> BUSCA EL RENGLON GENERAL (CENTRO EN BLANCO) DEL CONCEPTO.
       630-BUSCAR-CUENTA.
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

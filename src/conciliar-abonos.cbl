       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-ABONOS.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * CONCILIACION DE LA RESPUESTA DEL BANCO A LOS ARCHIVOS DE
      * ABONOS (abonos.dat DE GENERAR-ABONOS Y abonos-adelanto.dat DE
      * ADELANTO-QUINCENA), AL ESTILO DE LOS MODOS DE MOTOR-CALCULOS:
      *   1-CONCILIAR: LEE LA RESPUESTA DEL BANCO (respuesta-banco.dat:
      *     EL MISMO 01/02/99 QUE SE ENVIO, CON EL CODIGO Y MOTIVO DEL
      *     RESULTADO EN CADA DETALLE 02), LA CRUZA CONTRA LOS 02 DEL
      *     ARCHIVO ENVIADO Y DEJA CADA ABONO COMO PAGADO O RECHAZADO
      *     EN PAGOS.DAT (VER PAGO.CPY). EL LISTADO
      *     conciliacion-abonos.dat TRAE LOS RECHAZOS CON SU MOTIVO, LO
      *     QUE NO CUADRA CON LO ENVIADO Y LO QUE QUEDO SIN RESPUESTA.
      *   2-REPROCESAR: ARMA abonos-reproceso-AAAAMM-ORIGEN.dat
      *     (MISMO FORMATO 01/02/99, UNO POR PERIODO Y ORIGEN) SOLO CON
      *     LOS RECHAZADOS DEL PERIODO CUYO CCI YA SE CORRIGIO EN
      *     MOTOR-CALCULOS; LOS DEMAS SE LISTAN COMO PENDIENTES DE
      *     CORRECCION. LA RESPUESTA DEL BANCO A ESE ARCHIVO SE
      *     CONCILIA DESPUES CON EL MODO 1, LOTE REPROCESO. MIENTRAS
      *     QUEDEN REENVIADOS SIN RESPUESTA EN EL PERIODO Y ORIGEN NO SE
      *     ARMA OTRO REPROCESO, PORQUE PISARIA EL ARCHIVO CONTRA EL QUE
      *     SE CONCILIA ESA RESPUESTA.
      * CADA CORRIDA DEJA EN EL REGISTRO DEL PERIODO (PERIODO.CPY) LA
      * CONSTANCIA DE LA CONCILIACION, EL TOTAL EFECTIVAMENTE ABONADO
      * DE LA PLANILLA Y LOS RECHAZOS TODAVIA PENDIENTES, QUE
      * CUADRE-INTEGRIDAD REPORTA COMO EXCEPCION 10.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); SOLO SE LEE
      *> POR CLAVE EL CCI VIGENTE DE CADA RECHAZADO AL REPROCESAR.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT PERIODOS ASSIGN TO "../data/periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

      *> ESTADO DE CADA ABONO (VER PAGO.CPY); DYNAMIC PORQUE SE
      *> GRABA POR CLAVE Y SE RECORREN CON START LOS DEL PERIODO.
           SELECT PAGOS ASSIGN TO "../data/pagos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PAG-CLAVE
               FILE STATUS IS WS-FS-PAGOS.

      *> LOS TRES ARCHIVOS QUE SE SUBEN AL BANCO, CON EL MISMO
      *> FORMATO 01/02/99; SE LEEN SOBRE WS-ENVIO-REG.
           SELECT ENVIO-PLANILLA ASSIGN TO "../data/abonos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIO.

           SELECT ENVIO-ADELANTO ASSIGN TO "../data/abonos-adelanto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIO.

      *> EL NOMBRE DEL REPROCESO LLEVA PERIODO Y ORIGEN; SE ARMA EN
      *> 014-ARMAR-NOMBRE-REPROCESO ANTES DE ABRIRLO.
           SELECT ENVIO-REPROCESO ASSIGN USING WS-NOMBRE-REPROCESO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIO.

           SELECT RESPUESTA ASSIGN TO "../data/respuesta-banco.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPUESTA.

           SELECT REPORTE ASSIGN TO "../data/conciliacion-abonos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  PERIODOS.
           COPY periodo.

       FD  PAGOS.
           COPY pago.

       FD  ENVIO-PLANILLA.
       01 ENV-PLA-LINEA                 PIC X(62).

       FD  ENVIO-ADELANTO.
       01 ENV-ADE-LINEA                 PIC X(62).

       FD  ENVIO-REPROCESO.
       01 ENV-REP-LINEA                 PIC X(62).

      *> RESPUESTA DEL BANCO: CABECERA Y TOTALES IGUALES A LOS DEL
      *> ENVIO; CADA DETALLE 02 REPITE LO ENVIADO Y AGREGA EL CODIGO
      *> DE RESULTADO ("000" = ABONADO) Y SU DESCRIPCION.
       FD  RESPUESTA.
       01 RES-CAB-REG.
          05 RES-CAB-TIPO               PIC X(2).
             88 RES-CABECERA                        VALUE "01".
             88 RES-DETALLE                         VALUE "02".
          05 RES-CAB-PERIODO            PIC 9(6).
          05 RES-CAB-FECHA              PIC X(8).
       01 RES-DET-REG.
          05 RES-DET-TIPO               PIC X(2).
          05 RES-DET-EMPLEADO-ID        PIC X(6).
          05 RES-DET-NOMBRE             PIC X(20).
          05 RES-DET-BANCO              PIC X(3).
          05 RES-DET-CCI                PIC X(20).
          05 RES-DET-MONTO              PIC 9(9)V99.
          05 RES-DET-CODIGO             PIC X(3).
             88 RES-DET-ABONADO                     VALUE "000".
          05 RES-DET-MOTIVO             PIC X(30).
       01 RES-TOT-REG.
          05 RES-TOT-TIPO               PIC X(2).
          05 RES-TOT-CANTIDAD           PIC 9(6).
          05 RES-TOT-MONTO              PIC 9(11)V99.

       FD  REPORTE.
       01 REP-LINEA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "CONCILIACION DE ABONOS CON EL BANCO".
       01 WS-DISPLAY-INPUT-OPERADOR     PIC X(50)   VALUE
             "INGRESE CODIGO DE OPERADOR: ".
       01 WS-DISPLAY-INPUT-PERIODO      PIC X(50)   VALUE
             "INGRESE PERIODO DE LOS ABONOS (AAAAMM): ".
       01 WS-DISPLAY-INPUT-ORIGEN       PIC X(50)   VALUE
             "ABONOS DE: 1-PLANILLA  2-ADELANTO DE QUINCENA".
       01 WS-DISPLAY-INPUT-MODO         PIC X(60)   VALUE
             "MODO: 1-CONCILIAR RESPUESTA  2-REPROCESAR RECHAZADOS".
       01 WS-DISPLAY-INPUT-LOTE         PIC X(60)   VALUE
             "LA RESPUESTA ES DE: 1-ENVIO ORIGINAL  2-REPROCESO".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-SIN-CONTROL        PIC X(60)   VALUE
             "EL PERIODO NO TIENE REGISTRO; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-SIN-ABONOS         PIC X(60)   VALUE
             "EL PERIODO NO TIENE ABONOS; CORRA GENERAR-ABONOS".
       01 WS-DISPLAY-NO-ENVIO           PIC X(60)   VALUE
             "NO SE ENCONTRO EL ARCHIVO DE ABONOS ENVIADO".
       01 WS-DISPLAY-NO-RESPUESTA       PIC X(60)   VALUE
             "NO SE ENCONTRO RESPUESTA-BANCO.DAT".
       01 WS-DISPLAY-OTRO-PERIODO       PIC X(60)   VALUE
             "EL ARCHIVO NO ES DEL PERIODO PEDIDO: ".
       01 WS-DISPLAY-ENVIO-LLENO        PIC X(60)   VALUE
             "TABLA DE ABONOS ENVIADOS LLENA, SE FRENA LA CORRIDA".
       01 WS-DISPLAY-NO-PAGOS           PIC X(60)   VALUE
             "NO HAY ABONOS CONCILIADOS TODAVIA (PAGOS.DAT)".
       01 WS-DISPLAY-SIN-PER-CONCILIA   PIC X(70)   VALUE
             "PERIODO SIN REGISTRO DE CONTROL; SOLO SE ACTUALIZO PAGOS".
       01 WS-DISPLAY-REVISE-REPORTE     PIC X(60)   VALUE
             "REVISE EL DETALLE EN CONCILIACION-ABONOS.DAT".
       01 WS-DISPLAY-SIN-REPROCESO      PIC X(60)   VALUE
             "NINGUN RECHAZADO TIENE EL CCI CORREGIDO TODAVIA".
       01 WS-DISPLAY-REPROCESO-ABIERTO  PIC X(60)   VALUE
             "REENVIADOS SIN RESPUESTA; CONCILIE ANTES EL REPROCESO".
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
       01 WS-FS-PERIODOS                PIC X(2)    VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-PERIODOS-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-PAGOS                   PIC X(2)    VALUE "00".
          88 WS-PAGOS-OK                            VALUE "00".
          88 WS-PAGOS-NO-EXISTE                     VALUE "35".
       01 WS-FS-ENVIO                   PIC X(2)    VALUE "00".
          88 WS-ENVIO-OK                            VALUE "00".
          88 WS-ENVIO-NO-EXISTE                     VALUE "35".
       01 WS-FS-RESPUESTA               PIC X(2)    VALUE "00".
          88 WS-RESPUESTA-OK                        VALUE "00".
          88 WS-RESPUESTA-NO-EXISTE                 VALUE "35".

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

       01 WS-PERIODO-HABILITADO         PIC X(1)    VALUE "S".
          88 WS-PERIODO-SI-HABILITADO               VALUE "S".
          88 WS-PERIODO-NO-HABILITADO               VALUE "N".

       01 WS-ORIGEN                     PIC X(1)    VALUE SPACE.
          88 WS-ORIGEN-PLANILLA                     VALUE "1".
          88 WS-ORIGEN-ADELANTO                     VALUE "2".
       01 WS-MODO                       PIC X(1)    VALUE SPACE.
          88 WS-MODO-CONCILIAR                      VALUE "1".
          88 WS-MODO-REPROCESAR                     VALUE "2".
       01 WS-LOTE                       PIC X(1)    VALUE SPACE.
          88 WS-LOTE-ORIGINAL                       VALUE "1".
          88 WS-LOTE-REPROCESO                      VALUE "2".
      *> ORIGEN TAL COMO SE GRABA EN FD-PAG-ORIGEN.
       01 WS-PAG-ORIGEN                 PIC X(1).
       01 WS-NOMBRE-REPROCESO           PIC X(60).

      *> OPERADOR QUE CONCILIA, PARA PAGOS.DAT Y LA CONSTANCIA DEL
      *> PASO EN EL REGISTRO DEL PERIODO.
       01 WS-OPERADOR                   PIC X(20)   VALUE SPACES.
       01 WS-FECHA-HORA                 PIC X(14).
       01 WS-FECHA-SISTEMA              PIC X(8).

      *> RENGLON LEIDO DE UN ARCHIVO ENVIADO, CON LA VISTA DE
      *> CABECERA Y LA DE DETALLE DEL FORMATO 01/02/99.
       01 WS-ENVIO-REG.
          05 WS-ENVIO-TIPO              PIC X(2).
             88 WS-ENVIO-CABECERA                   VALUE "01".
             88 WS-ENVIO-DETALLE                    VALUE "02".
             88 WS-ENVIO-TOTALES                    VALUE "99".
          05 WS-ENVIO-RESTO             PIC X(60).
       01 WS-ENVIO-CAB REDEFINES WS-ENVIO-REG.
          05 FILLER                     PIC X(2).
          05 WS-ENVIO-CAB-PERIODO       PIC 9(6).
          05 WS-ENVIO-CAB-FECHA         PIC X(8).
          05 FILLER                     PIC X(46).
       01 WS-ENVIO-DET REDEFINES WS-ENVIO-REG.
          05 FILLER                     PIC X(2).
          05 WS-ENVIO-DET-EMPLEADO-ID   PIC X(6).
          05 WS-ENVIO-DET-NOMBRE        PIC X(20).
          05 WS-ENVIO-DET-BANCO         PIC X(3).
          05 WS-ENVIO-DET-CCI           PIC X(20).
          05 WS-ENVIO-DET-MONTO         PIC 9(9)V99.
       01 WS-ENVIO-TOT REDEFINES WS-ENVIO-REG.
          05 FILLER                     PIC X(2).
          05 WS-ENVIO-TOT-CANTIDAD      PIC 9(6).
          05 WS-ENVIO-TOT-MONTO         PIC 9(11)V99.
          05 FILLER                     PIC X(41).

      *> DETALLES 02 DEL ARCHIVO ENVIADO, EN MEMORIA PARA CRUZARLOS
      *> CON LA RESPUESTA; UNA TABLA DESBORDADA FRENA LA CORRIDA.
       01 WS-TABLA-ENVIO.
          05 WS-CANT-ENVIO              PIC 9(4)    VALUE 0.
          05 WS-ENV-ENTRADA OCCURS 2000 TIMES.
             10 WS-ENV-EMPLEADO-ID      PIC X(6).
             10 WS-ENV-NOMBRE           PIC X(20).
             10 WS-ENV-BANCO            PIC X(3).
             10 WS-ENV-CCI              PIC X(20).
             10 WS-ENV-MONTO            PIC 9(9)V99.
             10 WS-ENV-RESPONDIDO       PIC X(1).
                88 WS-ENV-CON-RESPUESTA             VALUE "S".
       01 WS-ENV-INDICE                 PIC 9(4).
       01 WS-ENV-ACTUAL                 PIC 9(4).
       01 WS-ENVIO-COMPLETO             PIC X(1)    VALUE "S".
          88 WS-ENVIO-LISTO                         VALUE "S".
          88 WS-ENVIO-INCOMPLETO                    VALUE "N".
       01 WS-ENVIO-PERIODO-OK           PIC X(1)    VALUE "S".
          88 WS-ENVIO-DEL-PERIODO                   VALUE "S".
          88 WS-ENVIO-DE-OTRO-PERIODO               VALUE "N".

      *> RESULTADO DEL CRUCE DE UN DETALLE DE LA RESPUESTA.
       01 WS-CRUCE                      PIC X(1)    VALUE "S".
          88 WS-CRUCE-OK                            VALUE "S".
          88 WS-CRUCE-OBSERVADO                     VALUE "N".
       01 WS-PAGO-HALLADO               PIC X(1)    VALUE "N".
          88 WS-PAGO-SI-HALLADO                     VALUE "S".
          88 WS-PAGO-NO-HALLADO                     VALUE "N".
       01 WS-OBSERVACION                PIC X(40).

       01 WS-CONTADORES.
          05 WS-CONTADOR-PAGADOS        PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-RECHAZADOS     PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-OBSERVADOS     PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-SIN-RESPUESTA  PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-REENVIADOS     PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-SIN-CORREGIR   PIC 9(5)    VALUE 0.
          05 WS-CONTADOR-SIN-RESPONDER  PIC 9(5)    VALUE 0.
       01 WS-TOTAL-PAGADO               PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-RECHAZADO            PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-REENVIADO            PIC 9(11)V99 VALUE 0.
      *> TOTALES DEL PERIODO RECALCULADOS DESDE PAGOS.DAT PARA LA
      *> CONSTANCIA EN PERIODOS.DAT.
       01 WS-PERIODO-PAGADO             PIC 9(11)V99 VALUE 0.
       01 WS-PERIODO-PENDIENTES         PIC 9(5)    VALUE 0.

       01 WS-MONTO-EDITADO              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CONTADOR-EDITADO           PIC ZZ,ZZ9.
       01 WS-LIN-SEPARADOR              PIC X(60)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(60)   VALUE ALL "=".

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           DISPLAY WS-DISPLAY-INPUT-OPERADOR.
           ACCEPT WS-OPERADOR.
           PERFORM 010-PEDIR-PERIODO.
           PERFORM 011-PEDIR-ORIGEN.
           PERFORM 012-PEDIR-MODO.
           IF WS-ORIGEN-PLANILLA
              MOVE "P" TO WS-PAG-ORIGEN
           ELSE
              MOVE "A" TO WS-PAG-ORIGEN
           END-IF.
           PERFORM 014-ARMAR-NOMBRE-REPROCESO.

           PERFORM 015-VERIFICAR-PERIODO.
           IF WS-PERIODO-NO-HABILITADO
              STOP RUN
           END-IF.

           IF WS-MODO-CONCILIAR
              PERFORM 013-PEDIR-LOTE
              PERFORM 100-CONCILIAR-RESPUESTA
           ELSE
              PERFORM 200-GENERAR-REPROCESO
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

       011-PEDIR-ORIGEN.
           MOVE SPACE TO WS-ORIGEN.
           PERFORM UNTIL WS-ORIGEN-PLANILLA OR WS-ORIGEN-ADELANTO
                   DISPLAY WS-DISPLAY-INPUT-ORIGEN
                   ACCEPT WS-ORIGEN
                   IF NOT (WS-ORIGEN-PLANILLA OR WS-ORIGEN-ADELANTO)
                      DISPLAY WS-DISPLAY-ERROR
                   END-IF
           END-PERFORM.

       012-PEDIR-MODO.
           MOVE SPACE TO WS-MODO.
           PERFORM UNTIL WS-MODO-CONCILIAR OR WS-MODO-REPROCESAR
                   DISPLAY WS-DISPLAY-INPUT-MODO
                   ACCEPT WS-MODO
                   IF NOT (WS-MODO-CONCILIAR OR WS-MODO-REPROCESAR)
                      DISPLAY WS-DISPLAY-ERROR
                   END-IF
           END-PERFORM.

       013-PEDIR-LOTE.
           MOVE SPACE TO WS-LOTE.
           PERFORM UNTIL WS-LOTE-ORIGINAL OR WS-LOTE-REPROCESO
                   DISPLAY WS-DISPLAY-INPUT-LOTE
                   ACCEPT WS-LOTE
                   IF NOT (WS-LOTE-ORIGINAL OR WS-LOTE-REPROCESO)
                      DISPLAY WS-DISPLAY-ERROR
                   END-IF
           END-PERFORM.

       014-ARMAR-NOMBRE-REPROCESO.
           MOVE SPACES TO WS-NOMBRE-REPROCESO.
           IF WS-ORIGEN-PLANILLA
              STRING "../data/abonos-reproceso-" WS-PERIODO-PROCESO-NUM
                  "-planilla.dat"
                  DELIMITED BY SIZE INTO WS-NOMBRE-REPROCESO
           ELSE
              STRING "../data/abonos-reproceso-" WS-PERIODO-PROCESO-NUM
                  "-adelanto.dat"
                  DELIMITED BY SIZE INTO WS-NOMBRE-REPROCESO
           END-IF.

      *> LOS ABONOS DE PLANILLA SOLO EXISTEN SI GENERAR-ABONOS DEJO
      *> SU CONSTANCIA EN EL PERIODO; EL ADELANTO DE QUINCENA CORRE
      *> ANTES DEL CALCULO Y PUEDE NO TENER REGISTRO DE CONTROL AUN.
       015-VERIFICAR-PERIODO.
           SET WS-PERIODO-SI-HABILITADO TO TRUE.
           OPEN INPUT PERIODOS.
           IF WS-PERIODOS-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PER-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-ORIGEN-PLANILLA
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
                         IF FD-PER-FECHA-ABONOS = SPACES
                            DISPLAY WS-DISPLAY-SIN-ABONOS
                            SET WS-PERIODO-NO-HABILITADO TO TRUE
                         END-IF
                 END-READ
              END-IF
           END-IF.
           IF NOT WS-PERIODOS-NO-EXISTE
              CLOSE PERIODOS
           END-IF.

      *****************************************************************
      * MODO 1: CRUCE DE LA RESPUESTA DEL BANCO CONTRA EL ARCHIVO
      * ENVIADO. SOLO SE MARCA EL ABONO QUE CUADRA CON LO ENVIADO
      * (MISMO EMPLEADO, CCI Y MONTO); LO DEMAS QUEDA OBSERVADO EN EL
      * LISTADO SIN TOCAR PAGOS.DAT.
      *****************************************************************
       100-CONCILIAR-RESPUESTA.
           PERFORM 110-CARGAR-ENVIO.
           IF WS-ENVIO-NO-EXISTE OR WS-ENVIO-INCOMPLETO OR
              WS-ENVIO-DE-OTRO-PERIODO
              STOP RUN
           END-IF.

           OPEN INPUT RESPUESTA.
           IF WS-RESPUESTA-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-RESPUESTA
              STOP RUN
           END-IF.
           SET FLAG-NO-LEIDO TO TRUE.
           READ RESPUESTA
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           IF FLAG-LEIDO OR NOT RES-CABECERA OR
              RES-CAB-PERIODO NOT = WS-PERIODO-PROCESO-NUM
              DISPLAY WS-DISPLAY-OTRO-PERIODO "RESPUESTA-BANCO.DAT"
              CLOSE RESPUESTA
              STOP RUN
           END-IF.

           PERFORM 190-ABRIR-PAGOS.
           OPEN OUTPUT REPORTE.
           PERFORM 120-IMPRIMIR-ENCABEZADO.

           READ RESPUESTA
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           PERFORM UNTIL FLAG-LEIDO
                   IF RES-DETALLE
                      PERFORM 130-PROCESAR-RESPUESTA
                   END-IF
                   READ RESPUESTA
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
           END-PERFORM.
           SET FLAG-NO-LEIDO TO TRUE.
           CLOSE RESPUESTA.

           PERFORM 150-LISTAR-SIN-RESPUESTA.
           PERFORM 160-IMPRIMIR-TOTALES.
           PERFORM 300-REGISTRAR-CONCILIACION.
           CLOSE PAGOS.
           CLOSE REPORTE.

           DISPLAY "ABONOS PAGADOS:     " WS-CONTADOR-PAGADOS.
           DISPLAY "ABONOS RECHAZADOS:  " WS-CONTADOR-RECHAZADOS.
           DISPLAY "SIN RESPUESTA:      " WS-CONTADOR-SIN-RESPUESTA.
           DISPLAY "OBSERVADOS:         " WS-CONTADOR-OBSERVADOS.
           IF WS-CONTADOR-RECHAZADOS > 0 OR
              WS-CONTADOR-SIN-RESPUESTA > 0 OR
              WS-CONTADOR-OBSERVADOS > 0
              DISPLAY WS-DISPLAY-REVISE-REPORTE
           END-IF.
           DISPLAY WS-DISPLAY-MENSAJE-EXITO.

      *> CARGA LOS DETALLES 02 DEL ARCHIVO QUE SE SUBIO AL BANCO: EL
      *> ORIGINAL DEL ORIGEN PEDIDO O EL DE REPROCESO. LA CABECERA
      *> DEBE SER DEL PERIODO PEDIDO.
       110-CARGAR-ENVIO.
           SET WS-ENVIO-LISTO TO TRUE.
           SET WS-ENVIO-DEL-PERIODO TO TRUE.
           EVALUATE TRUE
               WHEN WS-LOTE-REPROCESO
                   OPEN INPUT ENVIO-REPROCESO
               WHEN WS-ORIGEN-PLANILLA
                   OPEN INPUT ENVIO-PLANILLA
               WHEN OTHER
                   OPEN INPUT ENVIO-ADELANTO
           END-EVALUATE.
           IF WS-ENVIO-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-ENVIO
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              PERFORM 115-LEER-ENVIO
              IF FLAG-LEIDO OR NOT WS-ENVIO-CABECERA OR
                 WS-ENVIO-CAB-PERIODO NOT = WS-PERIODO-PROCESO-NUM
                 DISPLAY WS-DISPLAY-OTRO-PERIODO "ARCHIVO ENVIADO"
                 SET WS-ENVIO-DE-OTRO-PERIODO TO TRUE
                 SET FLAG-LEIDO TO TRUE
              END-IF
              PERFORM UNTIL FLAG-LEIDO
                      IF WS-ENVIO-DETALLE
                         IF WS-CANT-ENVIO < 2000
                            ADD 1 TO WS-CANT-ENVIO
                            MOVE WS-ENVIO-DET-EMPLEADO-ID
                                TO WS-ENV-EMPLEADO-ID(WS-CANT-ENVIO)
                            MOVE WS-ENVIO-DET-NOMBRE
                                TO WS-ENV-NOMBRE(WS-CANT-ENVIO)
                            MOVE WS-ENVIO-DET-BANCO
                                TO WS-ENV-BANCO(WS-CANT-ENVIO)
                            MOVE WS-ENVIO-DET-CCI
                                TO WS-ENV-CCI(WS-CANT-ENVIO)
                            MOVE WS-ENVIO-DET-MONTO
                                TO WS-ENV-MONTO(WS-CANT-ENVIO)
                            MOVE "N"
                                TO WS-ENV-RESPONDIDO(WS-CANT-ENVIO)
                         ELSE
                            DISPLAY WS-DISPLAY-ENVIO-LLENO
                            SET WS-ENVIO-INCOMPLETO TO TRUE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                      END-IF
                      IF FLAG-NO-LEIDO
                         PERFORM 115-LEER-ENVIO
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              EVALUATE TRUE
                  WHEN WS-LOTE-REPROCESO
                      CLOSE ENVIO-REPROCESO
                  WHEN WS-ORIGEN-PLANILLA
                      CLOSE ENVIO-PLANILLA
                  WHEN OTHER
                      CLOSE ENVIO-ADELANTO
              END-EVALUATE
           END-IF.

       115-LEER-ENVIO.
           MOVE SPACES TO WS-ENVIO-REG.
           EVALUATE TRUE
               WHEN WS-LOTE-REPROCESO
                   READ ENVIO-REPROCESO INTO WS-ENVIO-REG
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
               WHEN WS-ORIGEN-PLANILLA
                   READ ENVIO-PLANILLA INTO WS-ENVIO-REG
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
               WHEN OTHER
                   READ ENVIO-ADELANTO INTO WS-ENVIO-REG
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
           END-EVALUATE.

       120-IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO REP-LINEA.
           IF WS-ORIGEN-PLANILLA
              STRING "CONCILIACION DE ABONOS DE PLANILLA  PERIODO "
                  WS-PERIODO-PROCESO-NUM
                  DELIMITED BY SIZE INTO REP-LINEA
           ELSE
              STRING "CONCILIACION DE ABONOS DE ADELANTO  PERIODO "
                  WS-PERIODO-PROCESO-NUM
                  DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF WS-LOTE-REPROCESO
              STRING "LOTE: REPROCESO   OPERADOR: " WS-OPERADOR
                  DELIMITED BY SIZE INTO REP-LINEA
           ELSE
              STRING "LOTE: ORIGINAL    OPERADOR: " WS-OPERADOR
                  DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO REP-LINEA.
           STRING "ID     NOMBRE                       MONTO COD MOTIVO"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-SEPARADOR.

       130-PROCESAR-RESPUESTA.
           SET WS-CRUCE-OK TO TRUE.
           MOVE ZERO TO WS-ENV-ACTUAL.
           PERFORM VARYING WS-ENV-INDICE FROM 1 BY 1
                   UNTIL WS-ENV-INDICE > WS-CANT-ENVIO
                      OR WS-ENV-ACTUAL > ZERO
                   IF WS-ENV-EMPLEADO-ID(WS-ENV-INDICE)
                       = RES-DET-EMPLEADO-ID
                      MOVE WS-ENV-INDICE TO WS-ENV-ACTUAL
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-ENV-ACTUAL = ZERO
                   MOVE "NO FIGURA EN EL ARCHIVO ENVIADO"
                       TO WS-OBSERVACION
                   SET WS-CRUCE-OBSERVADO TO TRUE
               WHEN WS-ENV-CON-RESPUESTA(WS-ENV-ACTUAL)
                   MOVE "RESPUESTA DUPLICADA, SE IGNORA"
                       TO WS-OBSERVACION
                   SET WS-CRUCE-OBSERVADO TO TRUE
               WHEN RES-DET-CCI NOT = WS-ENV-CCI(WS-ENV-ACTUAL)
               WHEN RES-DET-MONTO NOT = WS-ENV-MONTO(WS-ENV-ACTUAL)
                   MOVE "CCI O MONTO DISTINTO DE LO ENVIADO"
                       TO WS-OBSERVACION
                   SET WS-CRUCE-OBSERVADO TO TRUE
               WHEN OTHER
                   MOVE "S" TO WS-ENV-RESPONDIDO(WS-ENV-ACTUAL)
                   PERFORM 140-ACTUALIZAR-PAGO
           END-EVALUATE.

           IF WS-CRUCE-OBSERVADO
              PERFORM 180-IMPRIMIR-OBSERVACION
           END-IF.

      *> EN UN LOTE DE REPROCESO EL ABONO DEBE FIGURAR COMO REENVIADO;
      *> EN EL ORIGINAL, UN ABONO QUE YA SE REPROCESO SOLO SE CONCILIA
      *> CON LA RESPUESTA DEL REPROCESO Y UNO YA PAGADO NO SE REVIERTE
      *> SI SE VUELVE A PASAR LA RESPUESTA ORIGINAL.
       140-ACTUALIZAR-PAGO.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-PAG-PERIODO.
           MOVE WS-PAG-ORIGEN TO FD-PAG-ORIGEN.
           MOVE RES-DET-EMPLEADO-ID TO FD-PAG-EMPLEADO-ID.
           SET WS-PAGO-SI-HALLADO TO TRUE.
           READ PAGOS
               INVALID KEY SET WS-PAGO-NO-HALLADO TO TRUE
           END-READ.

           IF WS-LOTE-REPROCESO
              IF WS-PAGO-NO-HALLADO OR NOT FD-PAG-REENVIADO
                 MOVE "NO FIGURA COMO REENVIADO EN PAGOS.DAT"
                     TO WS-OBSERVACION
                 SET WS-CRUCE-OBSERVADO TO TRUE
              END-IF
           ELSE
              IF WS-PAGO-SI-HALLADO
                 IF FD-PAG-REENVIADO OR
                    FD-PAG-FECHA-REPROCESO NOT = SPACES
                    MOVE "YA REPROCESADO; CONCILIE EL REPROCESO"
                        TO WS-OBSERVACION
                    SET WS-CRUCE-OBSERVADO TO TRUE
                 ELSE
                    IF FD-PAG-PAGADO
                       MOVE "YA CONCILIADO COMO PAGADO, SE IGNORA"
                           TO WS-OBSERVACION
                       SET WS-CRUCE-OBSERVADO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-CRUCE-OK
              IF WS-PAGO-NO-HALLADO
                 INITIALIZE FD-PAGO-REG
                 MOVE WS-PERIODO-PROCESO-NUM TO FD-PAG-PERIODO
                 MOVE WS-PAG-ORIGEN TO FD-PAG-ORIGEN
                 MOVE RES-DET-EMPLEADO-ID TO FD-PAG-EMPLEADO-ID
                 MOVE SPACES TO FD-PAG-FECHA-REPROCESO
              END-IF
              MOVE RES-DET-BANCO TO FD-PAG-BANCO
              MOVE RES-DET-CCI TO FD-PAG-CCI
              MOVE RES-DET-MONTO TO FD-PAG-MONTO
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
              MOVE WS-FECHA-HORA TO FD-PAG-FECHA-RESPUESTA
              MOVE WS-OPERADOR TO FD-PAG-OPERADOR
              IF RES-DET-ABONADO
                 SET FD-PAG-PAGADO TO TRUE
                 MOVE SPACES TO FD-PAG-MOTIVO-CODIGO
                 MOVE SPACES TO FD-PAG-MOTIVO
                 ADD 1 TO WS-CONTADOR-PAGADOS
                 ADD RES-DET-MONTO TO WS-TOTAL-PAGADO
              ELSE
                 SET FD-PAG-RECHAZADO TO TRUE
                 MOVE RES-DET-CODIGO TO FD-PAG-MOTIVO-CODIGO
                 MOVE RES-DET-MOTIVO TO FD-PAG-MOTIVO
                 ADD 1 TO WS-CONTADOR-RECHAZADOS
                 ADD RES-DET-MONTO TO WS-TOTAL-RECHAZADO
                 PERFORM 170-IMPRIMIR-RECHAZO
              END-IF
              IF WS-PAGO-NO-HALLADO
                 WRITE FD-PAGO-REG
              ELSE
                 REWRITE FD-PAGO-REG
              END-IF
           END-IF.

      *> ABONOS ENVIADOS QUE EL BANCO NO DEVOLVIO: QUEDAN COMO
      *> ESTABAN EN PAGOS.DAT HASTA QUE LLEGUE SU RESPUESTA.
       150-LISTAR-SIN-RESPUESTA.
           PERFORM VARYING WS-ENV-INDICE FROM 1 BY 1
                   UNTIL WS-ENV-INDICE > WS-CANT-ENVIO
                   IF NOT WS-ENV-CON-RESPUESTA(WS-ENV-INDICE)
                      MOVE WS-ENV-MONTO(WS-ENV-INDICE)
                          TO WS-MONTO-EDITADO
                      MOVE SPACES TO REP-LINEA
                      STRING WS-ENV-EMPLEADO-ID(WS-ENV-INDICE) " "
                          WS-ENV-NOMBRE(WS-ENV-INDICE) " "
                          WS-MONTO-EDITADO " *** SIN RESPUESTA"
                          " DEL BANCO"
                          DELIMITED BY SIZE INTO REP-LINEA
                      WRITE REP-LINEA
                      ADD 1 TO WS-CONTADOR-SIN-RESPUESTA
                   END-IF
           END-PERFORM.

       160-IMPRIMIR-TOTALES.
           WRITE REP-LINEA FROM WS-LIN-DOBLE.
           MOVE WS-CONTADOR-PAGADOS TO WS-CONTADOR-EDITADO.
           MOVE WS-TOTAL-PAGADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "PAGADOS:       " WS-CONTADOR-EDITADO "  "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-EDITADO.
           MOVE WS-TOTAL-RECHAZADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "RECHAZADOS:    " WS-CONTADOR-EDITADO "  "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CONTADOR-SIN-RESPUESTA TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "SIN RESPUESTA: " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CONTADOR-OBSERVADOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "OBSERVADOS:    " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.

       170-IMPRIMIR-RECHAZO.
           MOVE RES-DET-MONTO TO WS-MONTO-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING RES-DET-EMPLEADO-ID " " RES-DET-NOMBRE " "
               WS-MONTO-EDITADO " " RES-DET-CODIGO " " RES-DET-MOTIVO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.

       180-IMPRIMIR-OBSERVACION.
           MOVE RES-DET-MONTO TO WS-MONTO-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING RES-DET-EMPLEADO-ID " " RES-DET-NOMBRE " "
               WS-MONTO-EDITADO " *** " WS-OBSERVACION
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           ADD 1 TO WS-CONTADOR-OBSERVADOS.

      *> PAGOS.DAT SE CREA EN LA PRIMERA CONCILIACION.
       190-ABRIR-PAGOS.
           OPEN I-O PAGOS.
           IF WS-PAGOS-NO-EXISTE
              CLOSE PAGOS
              OPEN OUTPUT PAGOS
              CLOSE PAGOS
              OPEN I-O PAGOS
           END-IF.

      *****************************************************************
      * MODO 2: ARCHIVO DE REPROCESO CON LOS RECHAZADOS DEL PERIODO Y
      * ORIGEN PEDIDOS CUYO CCI EN EL MAESTRO YA NO ES EL RECHAZADO.
      * CADA UNO VIAJA CON EL BANCO Y CCI NUEVOS Y QUEDA REENVIADO.
      *****************************************************************
       200-GENERAR-REPROCESO.
           OPEN I-O PAGOS.
           IF WS-PAGOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-PAGOS
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

           PERFORM 205-CONTAR-SIN-RESPONDER.
           IF WS-CONTADOR-SIN-RESPONDER > ZERO
              DISPLAY WS-DISPLAY-REPROCESO-ABIERTO
              DISPLAY "REENVIADOS SIN RESPUESTA: "
                  WS-CONTADOR-SIN-RESPONDER
              CLOSE EMPLEADOS
              CLOSE PAGOS
              STOP RUN
           END-IF.

           OPEN OUTPUT ENVIO-REPROCESO.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "REPROCESO DE ABONOS RECHAZADOS  PERIODO "
               WS-PERIODO-PROCESO-NUM "  ORIGEN " WS-PAG-ORIGEN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM WS-LIN-DOBLE.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE SPACES TO WS-ENVIO-REG.
           SET WS-ENVIO-CABECERA TO TRUE.
           MOVE WS-PERIODO-PROCESO-NUM TO WS-ENVIO-CAB-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-ENVIO-CAB-FECHA.
           WRITE ENV-REP-LINEA FROM WS-ENVIO-CAB.

           MOVE WS-PERIODO-PROCESO-NUM TO FD-PAG-PERIODO.
           MOVE WS-PAG-ORIGEN TO FD-PAG-ORIGEN.
           MOVE LOW-VALUES TO FD-PAG-EMPLEADO-ID.
           START PAGOS KEY IS >= FD-PAG-CLAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-PAGOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ PAGOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-PAG-PERIODO = WS-PERIODO-PROCESO-NUM AND
                         FD-PAG-ORIGEN = WS-PAG-ORIGEN
                         IF FD-PAG-RECHAZADO
                            PERFORM 210-REPROCESAR-PAGO
                         END-IF
                         READ PAGOS NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      ELSE
                         SET FLAG-LEIDO TO TRUE
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

           MOVE SPACES TO WS-ENVIO-REG.
           SET WS-ENVIO-TOTALES TO TRUE.
           MOVE WS-CONTADOR-REENVIADOS TO WS-ENVIO-TOT-CANTIDAD.
           MOVE WS-TOTAL-REENVIADO TO WS-ENVIO-TOT-MONTO.
           WRITE ENV-REP-LINEA FROM WS-ENVIO-TOT.

           WRITE REP-LINEA FROM WS-LIN-DOBLE.
           MOVE WS-CONTADOR-REENVIADOS TO WS-CONTADOR-EDITADO.
           MOVE WS-TOTAL-REENVIADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "REENVIADOS:          " WS-CONTADOR-EDITADO "  "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CONTADOR-SIN-CORREGIR TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO REP-LINEA.
           STRING "PENDIENTES DE CCI:   " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.

           CLOSE ENVIO-REPROCESO.
           CLOSE EMPLEADOS.
           PERFORM 300-REGISTRAR-CONCILIACION.
           CLOSE PAGOS.
           CLOSE REPORTE.

           DISPLAY "ABONOS REENVIADOS:  " WS-CONTADOR-REENVIADOS.
           DISPLAY "PENDIENTES DE CCI:  " WS-CONTADOR-SIN-CORREGIR.
           IF WS-CONTADOR-REENVIADOS = ZERO
              DISPLAY WS-DISPLAY-SIN-REPROCESO
           ELSE
              DISPLAY WS-DISPLAY-MENSAJE-EXITO
           END-IF.

      *> ABONOS DEL PERIODO Y ORIGEN QUE SIGUEN REENVIADOS: VIAJARON EN
      *> EL ULTIMO REPROCESO Y EL BANCO AUN NO LOS RESPONDIO.
       205-CONTAR-SIN-RESPONDER.
           MOVE ZERO TO WS-CONTADOR-SIN-RESPONDER.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-PAG-PERIODO.
           MOVE WS-PAG-ORIGEN TO FD-PAG-ORIGEN.
           MOVE LOW-VALUES TO FD-PAG-EMPLEADO-ID.
           START PAGOS KEY IS >= FD-PAG-CLAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-PAGOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ PAGOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-PAG-PERIODO = WS-PERIODO-PROCESO-NUM AND
                         FD-PAG-ORIGEN = WS-PAG-ORIGEN
                         IF FD-PAG-REENVIADO
                            ADD 1 TO WS-CONTADOR-SIN-RESPONDER
                         END-IF
                         READ PAGOS NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      ELSE
                         SET FLAG-LEIDO TO TRUE
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *> UN CCI EN BLANCO O IGUAL AL RECHAZADO TODAVIA NO SE CORRIGIO
      *> EN MOTOR-CALCULOS: REENVIARLO SOLO PROVOCARIA OTRO RECHAZO.
       210-REPROCESAR-PAGO.
           MOVE FD-PAG-MONTO TO WS-MONTO-EDITADO.
           MOVE FD-PAG-EMPLEADO-ID TO FD-EMPLEADO-ID.
           READ EMPLEADOS
               INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO REP-LINEA.
           EVALUATE TRUE
               WHEN NOT WS-EMPLEADOS-OK
                   STRING FD-PAG-EMPLEADO-ID " " WS-MONTO-EDITADO
                       " *** NO EXISTE EN EL MAESTRO"
                       DELIMITED BY SIZE INTO REP-LINEA
                   ADD 1 TO WS-CONTADOR-SIN-CORREGIR
               WHEN FD-EMPLEADO-CCI = SPACES
               WHEN FD-EMPLEADO-CCI = FD-PAG-CCI
                   STRING FD-PAG-EMPLEADO-ID " " FD-EMPLEADO-NOMBRE " "
                       WS-MONTO-EDITADO " *** CCI SIN CORREGIR"
                       DELIMITED BY SIZE INTO REP-LINEA
                   ADD 1 TO WS-CONTADOR-SIN-CORREGIR
               WHEN OTHER
                   MOVE SPACES TO WS-ENVIO-REG
                   SET WS-ENVIO-DETALLE TO TRUE
                   MOVE FD-PAG-EMPLEADO-ID TO WS-ENVIO-DET-EMPLEADO-ID
                   MOVE FD-EMPLEADO-NOMBRE TO WS-ENVIO-DET-NOMBRE
                   MOVE FD-EMPLEADO-BANCO TO WS-ENVIO-DET-BANCO
                   MOVE FD-EMPLEADO-CCI TO WS-ENVIO-DET-CCI
                   MOVE FD-PAG-MONTO TO WS-ENVIO-DET-MONTO
                   WRITE ENV-REP-LINEA FROM WS-ENVIO-DET

                   SET FD-PAG-REENVIADO TO TRUE
                   MOVE FD-EMPLEADO-BANCO TO FD-PAG-BANCO
                   MOVE FD-EMPLEADO-CCI TO FD-PAG-CCI
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE WS-FECHA-HORA TO FD-PAG-FECHA-REPROCESO
                   MOVE WS-OPERADOR TO FD-PAG-OPERADOR
                   ADD 1 TO FD-PAG-CANT-REPROCESOS
                   REWRITE FD-PAGO-REG

                   STRING FD-PAG-EMPLEADO-ID " " FD-EMPLEADO-NOMBRE " "
                       WS-MONTO-EDITADO " REENVIADO A " FD-EMPLEADO-CCI
                       DELIMITED BY SIZE INTO REP-LINEA
                   ADD 1 TO WS-CONTADOR-REENVIADOS
                   ADD FD-PAG-MONTO TO WS-TOTAL-REENVIADO
           END-EVALUATE.
           WRITE REP-LINEA.

      *****************************************************************
      * CONSTANCIA EN EL REGISTRO DEL PERIODO: TOTAL ABONADO DE LA
      * PLANILLA Y ABONOS PENDIENTES (RECHAZADOS O REENVIADOS, DE
      * CUALQUIER ORIGEN), RECALCULADOS DESDE PAGOS.DAT.
      *****************************************************************
       300-REGISTRAR-CONCILIACION.
           MOVE ZERO TO WS-PERIODO-PAGADO.
           MOVE ZERO TO WS-PERIODO-PENDIENTES.
           MOVE WS-PERIODO-PROCESO-NUM TO FD-PAG-PERIODO.
           MOVE LOW-VALUES TO FD-PAG-ORIGEN.
           MOVE LOW-VALUES TO FD-PAG-EMPLEADO-ID.
           START PAGOS KEY IS >= FD-PAG-CLAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-PAGOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ PAGOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-PAG-PERIODO = WS-PERIODO-PROCESO-NUM
                         IF FD-PAG-PAGADO AND FD-PAG-ORIGEN-PLANILLA
                            ADD FD-PAG-MONTO TO WS-PERIODO-PAGADO
                         END-IF
                         IF FD-PAG-PENDIENTE
                            ADD 1 TO WS-PERIODO-PENDIENTES
                         END-IF
                         READ PAGOS NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      ELSE
                         SET FLAG-LEIDO TO TRUE
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

           OPEN I-O PERIODOS.
           IF WS-PERIODOS-NO-EXISTE
              DISPLAY WS-DISPLAY-SIN-PER-CONCILIA
           ELSE
              MOVE WS-PERIODO-PROCESO-NUM TO FD-PER-PERIODO
              READ PERIODOS
                  INVALID KEY
                      DISPLAY WS-DISPLAY-SIN-PER-CONCILIA
                  NOT INVALID KEY
                      MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                      MOVE WS-FECHA-HORA TO FD-PER-FECHA-CONCILIA
                      MOVE WS-OPERADOR TO FD-PER-OPERADOR-CONCILIA
                      MOVE WS-PERIODO-PAGADO TO FD-PER-TOTAL-PAGADO
                      MOVE WS-PERIODO-PENDIENTES
                          TO FD-PER-RECHAZOS-PENDIENTES
                      REWRITE FD-PERIODO-REG
              END-READ
              CLOSE PERIODOS
           END-IF.

           MOVE WS-PERIODO-PAGADO TO WS-TOTAL-EDITADO.
           DISPLAY "TOTAL ABONADO DE PLANILLA: " WS-TOTAL-EDITADO.
           DISPLAY "ABONOS PENDIENTES DEL PERIODO: "
               WS-PERIODO-PENDIENTES.

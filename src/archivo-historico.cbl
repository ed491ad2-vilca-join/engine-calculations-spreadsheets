       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVO-HISTORICO.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * ARCHIVO HISTORICO ANUAL: SACA DE LOS ARCHIVOS VIVOS LOS ANIOS
      * YA CERRADOS PARA QUE PLANILLA.DAT, ACUMULADOS.DAT,
      * NOVEDADES.DAT Y BITACORA.DAT NO CREZCAN SIN FIN (LOS RECORREN
      * COMPLETOS REPORTE-SUBSIDIOS, CUADRE-INTEGRIDAD Y EL
      * 050-CARGAR-NOVEDADES DE CALCULO-PLANILLA). AL ESTILO DE LOS
      * MODOS DE GESTION-PERIODOS:
      *   1-ARCHIVAR: COPIA LOS REGISTROS DEL ANIO A SUS ARCHIVOS POR
      *     ANIO (../data/historico-planilla-AAAA.dat, -acumulados-,
      *     -novedades- Y -bitacora-AAAA.dat), CUADRA LAS BOLETAS
      *     CONTRA LOS TOTALES DE CONTROL DE PERIODOS.DAT, GRABA LOS
      *     TOTALES DE CONTROL EN HISTORICOS.DAT (VER HISTORICO.CPY) Y
      *     RECIEN ENTONCES LOS BORRA DE LOS VIVOS. SOLO SE ARCHIVA UN
      *     ANIO CON LOS 12 PERIODOS CERRADOS Y SIN CORRIDA "E", Y CON
      *     MAYO DEL ANIO SIGUIENTE CERRADO: HASTA ESE MES TODAVIA SE
      *     USAN SUS BOLETAS Y ACUMULADOS (REGULARIZAR-QUINTA,
      *     PARTICIPACION-UTILIDADES Y LA CTS DE MAYO DE
      *     CALCULO-BENEFICIOS).
      *   2-RESTAURAR: DEVUELVE A LOS VIVOS UN ANIO ARCHIVADO
      *     (AUDITORIA, PROCESO JUDICIAL) Y VUELVE A CUADRAR SUS
      *     TOTALES CONTRA LOS DE CONTROL. LOS ARCHIVOS POR ANIO NO SE
      *     TOCAN.
      *   3-LISTAR: ANIOS ARCHIVADOS CON SUS REGISTROS Y TOTALES.
      * DE LA BITACORA SE ARCHIVAN LAS MODIFICACIONES Y CESES; LAS
      * ALTAS QUEDAN SIEMPRE EN BITACORA.DAT.
      * LOS PERIODOS DEL ANIO QUEDAN EN PERIODOS.DAT (CERRADOS); NO SE
      * PUEDEN REABRIR MIENTRAS EL ANIO ESTE ARCHIVADO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "../data/periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.

      *> ACCESO DYNAMIC: SE POSICIONA EN EL PRIMER PERIODO DEL ANIO CON
      *> START Y RECORRE SUS BOLETAS CON READ NEXT PARA COPIARLAS Y
      *> LUEGO BORRARLAS.
           SELECT PLANILLA ASSIGN TO "../data/planilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PLA-CLAVE
               FILE STATUS IS WS-FS-PLANILLA.

      *> LA CLAVE EMPIEZA POR EL EMPLEADO: EL ANIO SE BUSCA
      *> RECORRIENDO TODO EL ARCHIVO.
           SELECT ACUMULADOS ASSIGN TO "../data/acumulados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACU-CLAVE
               FILE STATUS IS WS-FS-ACUMULADOS.

      *> NOVEDADES Y BITACORA SON LINE SEQUENTIAL: SE DEPURAN PASANDO
      *> LO QUE QUEDA A UN ARCHIVO DE TRABAJO Y COPIANDOLO DE VUELTA.
           SELECT NOVEDADES ASSIGN TO "../data/novedades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.

           SELECT NOVEDADES-TRABAJO
               ASSIGN TO "../data/novedades.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES-TRABAJO.

           SELECT BITACORA ASSIGN TO "../data/bitacora.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

           SELECT BITACORA-TRABAJO
               ASSIGN TO "../data/bitacora.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA-TRABAJO.

      *> REGISTRO DE CONTROL POR ANIO ARCHIVADO (VER HISTORICO.CPY).
           SELECT HISTORICOS ASSIGN TO "../data/historicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-HIS-ANIO
               FILE STATUS IS WS-FS-HISTORICOS.

      *> ARCHIVOS POR ANIO: EL NOMBRE SE ARMA CON EL ANIO PEDIDO EN
      *> 020-ARMAR-NOMBRES ANTES DE ABRIRLOS.
           SELECT HIS-PLANILLA ASSIGN USING WS-NOMBRE-HIS-PLANILLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-PLANILLA.

           SELECT HIS-ACUMULADOS ASSIGN USING WS-NOMBRE-HIS-ACUMULADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-ACUMULADOS.

           SELECT HIS-NOVEDADES ASSIGN USING WS-NOMBRE-HIS-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-NOVEDADES.

           SELECT HIS-BITACORA ASSIGN USING WS-NOMBRE-HIS-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS-BITACORA.

       DATA DIVISION.

       FILE SECTION.
       FD  PERIODOS.
           COPY periodo.

       FD  PLANILLA.
           COPY planilla.

       FD  ACUMULADOS.
           COPY acumulado.

       FD  NOVEDADES.
           COPY novedad.

       FD  NOVEDADES-TRABAJO.
       01 NTR-LINEA                     PIC X(28).

       FD  BITACORA.
           COPY bitacora.

       FD  BITACORA-TRABAJO.
       01 BTR-LINEA                     PIC X(45).

       FD  HISTORICOS.
           COPY historico.

      *> LOS ARCHIVOS POR ANIO GUARDAN EL REGISTRO TAL CUAL, CON EL
      *> LARGO DE SU COPY.
       FD  HIS-PLANILLA.
       01 HPL-LINEA                     PIC X(232).

       FD  HIS-ACUMULADOS.
       01 HAC-LINEA                     PIC X(65).

       FD  HIS-NOVEDADES.
       01 HNO-LINEA                     PIC X(28).

       FD  HIS-BITACORA.
       01 HBI-LINEA                     PIC X(45).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "ARCHIVO HISTORICO ANUAL".
       01 WS-DISPLAY-MENU-MODO          PIC X(72)   VALUE
             "1-ARCHIVAR ANIO  2-RESTAURAR ANIO  3-LISTAR ANIOS ARCHIV
      -    "ADOS".
       01 WS-DISPLAY-INPUT-OPERADOR     PIC X(50)   VALUE
             "INGRESE CODIGO DE OPERADOR: ".
       01 WS-DISPLAY-INPUT-ANIO         PIC X(50)   VALUE
             "INGRESE ANIO (AAAA): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-SIN-CONTROL        PIC X(60)   VALUE
             "NO HAY PERIODOS REGISTRADOS; CORRA CALCULO-PLANILLA".
       01 WS-DISPLAY-PER-SIN-PLANILLA   PIC X(60)   VALUE
             "PERIODO SIN REGISTRO DE CONTROL: ".
       01 WS-DISPLAY-CORRIDA-INCOMPLETA PIC X(60)   VALUE
             "CORRIDA INCOMPLETA; RELANCE CALCULO-PLANILLA: ".
       01 WS-DISPLAY-NO-CERRADO         PIC X(60)   VALUE
             "PERIODO NO CERRADO; CIERRELO EN GESTION-PERIODOS: ".
       01 WS-DISPLAY-MAYO-ABIERTO       PIC X(70)   VALUE
             "EL ANIO SE USA HASTA CERRAR MAYO DEL SIGUIENTE; FALTA CER
      -    "RAR: ".
       01 WS-DISPLAY-YA-ARCHIVADO       PIC X(50)   VALUE
             "EL ANIO YA ESTA ARCHIVADO".
       01 WS-DISPLAY-NO-ARCHIVADO       PIC X(50)   VALUE
             "EL ANIO NO ESTA ARCHIVADO".
       01 WS-DISPLAY-NO-HISTORICOS      PIC X(50)   VALUE
             "NO HAY ANIOS ARCHIVADOS TODAVIA".
       01 WS-DISPLAY-NO-CUADRA          PIC X(70)   VALUE
             "LAS BOLETAS NO CUADRAN CON PERIODOS.DAT; NO SE DEPURA NAD
      -    "A".
       01 WS-DISPLAY-FALTA-ARCHIVO      PIC X(50)   VALUE
             "NO SE ENCUENTRA EL ARCHIVO DEL ANIO: ".
       01 WS-DISPLAY-CONTROL-CUADRA     PIC X(60)   VALUE
             "TOTALES RESTAURADOS CUADRAN CON LOS DE CONTROL".
       01 WS-DISPLAY-CONTROL-NO-CUADRA  PIC X(70)   VALUE
             "*** TOTALES RESTAURADOS NO CUADRAN CON LOS DE CONTROL *
      -    "**".
       01 WS-DISPLAY-YA-EXISTENTES      PIC X(60)   VALUE
             "REGISTROS QUE YA ESTABAN EN LOS VIVOS (NO SE PISAN): ".

       01 WS-DISPLAY-PLA-SIN-REORG      PIC X(60)   VALUE
             "PLANILLA.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".
       01 WS-DISPLAY-PER-SIN-REORG      PIC X(60)   VALUE
             "PERIODOS.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".

       01 WS-FS-PERIODOS                PIC X(2)    VALUE "00".
          88 WS-PERIODOS-OK                         VALUE "00".
          88 WS-PERIODOS-NO-EXISTE                  VALUE "35".
          88 WS-PERIODOS-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
          88 WS-PLANILLA-OK                         VALUE "00".
          88 WS-PLANILLA-NO-EXISTE                  VALUE "35".
          88 WS-PLANILLA-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-ACUMULADOS              PIC X(2)    VALUE "00".
          88 WS-ACUMULADOS-OK                       VALUE "00".
          88 WS-ACUMULADOS-NO-EXISTE                VALUE "35".
       01 WS-FS-NOVEDADES               PIC X(2)    VALUE "00".
          88 WS-NOVEDADES-OK                        VALUE "00".
          88 WS-NOVEDADES-NO-EXISTE                 VALUE "35".
       01 WS-FS-NOVEDADES-TRABAJO       PIC X(2)    VALUE "00".
       01 WS-FS-BITACORA                PIC X(2)    VALUE "00".
          88 WS-BITACORA-OK                         VALUE "00".
          88 WS-BITACORA-NO-EXISTE                  VALUE "35".
       01 WS-FS-BITACORA-TRABAJO        PIC X(2)    VALUE "00".
       01 WS-FS-HISTORICOS              PIC X(2)    VALUE "00".
          88 WS-HISTORICOS-OK                       VALUE "00".
          88 WS-HISTORICOS-NO-EXISTE                VALUE "35".
       01 WS-FS-HIS-PLANILLA            PIC X(2)    VALUE "00".
          88 WS-HIS-PLANILLA-NO-EXISTE              VALUE "35".
       01 WS-FS-HIS-ACUMULADOS          PIC X(2)    VALUE "00".
          88 WS-HIS-ACUMULADOS-NO-EXISTE            VALUE "35".
       01 WS-FS-HIS-NOVEDADES           PIC X(2)    VALUE "00".
          88 WS-HIS-NOVEDADES-NO-EXISTE             VALUE "35".
       01 WS-FS-HIS-BITACORA            PIC X(2)    VALUE "00".
          88 WS-HIS-BITACORA-NO-EXISTE              VALUE "35".

      *> NOVEDADES.DAT Y BITACORA.DAT PUEDEN NO EXISTIR TODAVIA.
       01 WS-SIN-NOVEDADES              PIC X(1)    VALUE "N".
          88 WS-NOVEDADES-SI-ARCHIVO                VALUE "N".
          88 WS-NOVEDADES-NO-ARCHIVO                VALUE "S".
       01 WS-SIN-BITACORA               PIC X(1)    VALUE "N".
          88 WS-BITACORA-SI-ARCHIVO                 VALUE "N".
          88 WS-BITACORA-NO-ARCHIVO                 VALUE "S".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-MODO-OPERACION             PIC X(1)    VALUE "3".
          88 WS-MODO-ARCHIVAR                       VALUE "1".
          88 WS-MODO-RESTAURAR                      VALUE "2".
          88 WS-MODO-LISTAR                         VALUE "3".

       01 WS-ANIO-HABILITADO            PIC X(1)    VALUE "S".
          88 WS-ANIO-SI-HABILITADO                  VALUE "S".
          88 WS-ANIO-NO-HABILITADO                  VALUE "N".

       01 WS-TOTALES-CUADRE             PIC X(1)    VALUE "S".
          88 WS-TOTALES-CUADRAN                     VALUE "S".
          88 WS-TOTALES-NO-CUADRAN                  VALUE "N".

       01 WS-CONTROL-ANIO               PIC X(1)    VALUE "N".
          88 WS-CONTROL-EXISTE                      VALUE "S".
          88 WS-CONTROL-NUEVO                       VALUE "N".

       01 WS-OPERADOR                   PIC X(20)   VALUE SPACES.
       01 WS-FECHA-HORA                 PIC X(14).

       01 WS-ANIO-PROCESO               PIC 9(4).
          88 WS-ANIO-VALIDO                         VALUE 1900
                                                    THRU 9999.
       01 WS-VALIDAR-ANIO               PIC X(1)    VALUE "N".
          88 WS-ANIO-ES-VALIDO                      VALUE "S".
          88 WS-ANIO-ES-INVALIDO                    VALUE "N".

      *> PRIMER Y ULTIMO PERIODO DEL ANIO (AAAA01 / AAAA12).
       01 WS-PERIODO-DESDE              PIC 9(6).
       01 WS-PERIODO-HASTA              PIC 9(6).
       01 WS-PERIODO-CONTROL            PIC 9(6).
       01 WS-MES-CONTROL                PIC 9(2).
       01 WS-ACU-SLOT                   PIC 9(2).

       01 WS-NOMBRE-HIS-PLANILLA        PIC X(60).
       01 WS-NOMBRE-HIS-ACUMULADOS      PIC X(60).
       01 WS-NOMBRE-HIS-NOVEDADES       PIC X(60).
       01 WS-NOMBRE-HIS-BITACORA        PIC X(60).

      *> TOTALES DE CONTROL DE LOS 12 PERIODOS DEL ANIO SEGUN
      *> PERIODOS.DAT; LAS BOLETAS COPIADAS TIENEN QUE DAR LO MISMO.
       01 WS-CONTROL-PERIODOS.
          05 WS-PER-BOLETAS             PIC 9(7).
          05 WS-PER-TOTAL-NETO          PIC 9(11)V99.

      *> TOTALES DE LO QUE SE COPIA AL ARCHIVAR O SE DEVUELVE AL
      *> RESTAURAR; MISMOS CAMPOS QUE EL REGISTRO DE CONTROL.
       01 WS-TOTALES-ANIO.
          05 WS-PLA-REGISTROS           PIC 9(7).
          05 WS-PLA-TOTAL-BRUTO         PIC 9(11)V99.
          05 WS-PLA-TOTAL-NETO          PIC 9(11)V99.
          05 WS-ACU-REGISTROS           PIC 9(7).
          05 WS-ACU-TOTAL-REM           PIC 9(11)V99.
          05 WS-NOV-REGISTROS           PIC 9(7).
          05 WS-NOV-TOTAL-CANTIDAD      PIC 9(9)V99.
          05 WS-NOV-TOTAL-MONTO         PIC 9(11)V99.
          05 WS-BIT-REGISTROS           PIC 9(7).
       01 WS-YA-EXISTENTES              PIC 9(7).
       01 WS-CONTADOR-ANIOS             PIC 9(4)    VALUE 0.

       01 WS-DISPLAY-ESTADO             PIC X(10).
       01 WS-CONTADOR-EDITADO           PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO-2            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CANTIDAD-EDITADA           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           DISPLAY WS-DISPLAY-INPUT-OPERADOR.
           ACCEPT WS-OPERADOR.
           DISPLAY WS-DISPLAY-MENU-MODO.
           ACCEPT WS-MODO-OPERACION.

           EVALUATE TRUE
               WHEN WS-MODO-ARCHIVAR
                   PERFORM 100-ARCHIVAR-ANIO
               WHEN WS-MODO-RESTAURAR
                   PERFORM 200-RESTAURAR-ANIO
               WHEN OTHER
                   PERFORM 300-LISTAR-ARCHIVADOS
           END-EVALUATE.
           STOP RUN.

       010-PEDIR-ANIO.
           SET WS-ANIO-ES-INVALIDO TO TRUE.
           PERFORM UNTIL WS-ANIO-ES-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-ANIO
                   ACCEPT WS-ANIO-PROCESO

                   SET WS-ANIO-ES-VALIDO TO TRUE
                   IF WS-ANIO-PROCESO IS NOT NUMERIC OR
                      NOT WS-ANIO-VALIDO
                      DISPLAY WS-DISPLAY-ERROR
                      SET WS-ANIO-ES-INVALIDO TO TRUE
                   END-IF
           END-PERFORM.
           COMPUTE WS-PERIODO-DESDE = WS-ANIO-PROCESO * 100 + 1.
           COMPUTE WS-PERIODO-HASTA = WS-ANIO-PROCESO * 100 + 12.

       020-ARMAR-NOMBRES.
           MOVE SPACES TO WS-NOMBRE-HIS-PLANILLA.
           STRING "../data/historico-planilla-" WS-ANIO-PROCESO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-HIS-PLANILLA.
           MOVE SPACES TO WS-NOMBRE-HIS-ACUMULADOS.
           STRING "../data/historico-acumulados-" WS-ANIO-PROCESO
               ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-HIS-ACUMULADOS.
           MOVE SPACES TO WS-NOMBRE-HIS-NOVEDADES.
           STRING "../data/historico-novedades-" WS-ANIO-PROCESO
               ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-HIS-NOVEDADES.
           MOVE SPACES TO WS-NOMBRE-HIS-BITACORA.
           STRING "../data/historico-bitacora-" WS-ANIO-PROCESO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-HIS-BITACORA.

       030-ABRIR-HISTORICOS.
           OPEN I-O HISTORICOS.
           IF WS-HISTORICOS-NO-EXISTE
              CLOSE HISTORICOS
              OPEN OUTPUT HISTORICOS
              CLOSE HISTORICOS
              OPEN I-O HISTORICOS
           END-IF.

       040-ABRIR-PLANILLA.
           OPEN I-O PLANILLA.
           IF WS-PLANILLA-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PLA-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PLANILLA-NO-EXISTE
              CLOSE PLANILLA
              OPEN OUTPUT PLANILLA
              CLOSE PLANILLA
              OPEN I-O PLANILLA
           END-IF.

       050-ABRIR-ACUMULADOS.
           OPEN I-O ACUMULADOS.
           IF WS-ACUMULADOS-NO-EXISTE
              CLOSE ACUMULADOS
              OPEN OUTPUT ACUMULADOS
              CLOSE ACUMULADOS
              OPEN I-O ACUMULADOS
           END-IF.

      *****************************************************************
      * ARCHIVAR: PRIMERO SE COPIA TODO Y SE CUADRA; SOLO CON LOS
      * TOTALES CUADRADOS SE GRABA EL CONTROL Y SE BORRA DE LOS VIVOS.
      * EL CONTROL VA ANTES DE LA DEPURACION: SI ESTA SE CORTA, EL
      * ANIO YA ESTA A SALVO EN SUS ARCHIVOS Y SE RECUPERA CON EL
      * MODO 2, QUE NO DUPLICA LO QUE HAYA QUEDADO EN LOS VIVOS.
      *****************************************************************
       100-ARCHIVAR-ANIO.
           PERFORM 010-PEDIR-ANIO.
           PERFORM 110-VERIFICAR-PERIODOS.
           IF WS-ANIO-SI-HABILITADO
              PERFORM 030-ABRIR-HISTORICOS
              SET WS-CONTROL-NUEVO TO TRUE
              MOVE WS-ANIO-PROCESO TO FD-HIS-ANIO
              READ HISTORICOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      SET WS-CONTROL-EXISTE TO TRUE
                      IF FD-HIS-ARCHIVADO
                         DISPLAY WS-DISPLAY-YA-ARCHIVADO
                         SET WS-ANIO-NO-HABILITADO TO TRUE
                      END-IF
              END-READ
              IF WS-ANIO-NO-HABILITADO
                 CLOSE HISTORICOS
              END-IF
           END-IF.

           IF WS-ANIO-SI-HABILITADO
              PERFORM 040-ABRIR-PLANILLA
              PERFORM 050-ABRIR-ACUMULADOS
              PERFORM 020-ARMAR-NOMBRES
              INITIALIZE WS-TOTALES-ANIO
              PERFORM 120-COPIAR-PLANILLA
              PERFORM 130-COPIAR-ACUMULADOS
              PERFORM 140-COPIAR-NOVEDADES
              PERFORM 150-COPIAR-BITACORA
              PERFORM 400-MOSTRAR-TOTALES

              IF WS-PLA-REGISTROS = WS-PER-BOLETAS AND
                 WS-PLA-TOTAL-NETO = WS-PER-TOTAL-NETO
                 PERFORM 190-GRABAR-CONTROL
                 PERFORM 160-DEPURAR-PLANILLA
                 PERFORM 170-DEPURAR-ACUMULADOS
                 PERFORM 180-DEPURAR-NOVEDADES
                 PERFORM 185-DEPURAR-BITACORA
                 DISPLAY WS-DISPLAY-MENSAJE-EXITO
              ELSE
                 MOVE WS-PER-BOLETAS TO WS-CONTADOR-EDITADO
                 MOVE WS-PER-TOTAL-NETO TO WS-TOTAL-EDITADO
                 DISPLAY WS-DISPLAY-NO-CUADRA
                 DISPLAY "   SEGUN PERIODOS.DAT BOLETAS: "
                     WS-CONTADOR-EDITADO " NETO: " WS-TOTAL-EDITADO
              END-IF

              CLOSE PLANILLA
              CLOSE ACUMULADOS
              CLOSE HISTORICOS
           END-IF.

      *> LOS 12 PERIODOS DEL ANIO CERRADOS Y SIN CORRIDA CAIDA A
      *> MITAD, Y MAYO DEL ANIO SIGUIENTE CERRADO (VER EL BANNER). DE
      *> PASO SUMA LOS TOTALES DE CONTROL DE LOS 12 PERIODOS.
       110-VERIFICAR-PERIODOS.
           SET WS-ANIO-SI-HABILITADO TO TRUE.
           INITIALIZE WS-CONTROL-PERIODOS.
           OPEN INPUT PERIODOS.
           IF WS-PERIODOS-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PER-SIN-REORG
              STOP RUN
           END-IF.
           IF WS-PERIODOS-NO-EXISTE
              DISPLAY WS-DISPLAY-SIN-CONTROL
              SET WS-ANIO-NO-HABILITADO TO TRUE
           ELSE
              PERFORM VARYING WS-MES-CONTROL FROM 1 BY 1
                      UNTIL WS-MES-CONTROL > 12
                      COMPUTE WS-PERIODO-CONTROL =
                          WS-ANIO-PROCESO * 100 + WS-MES-CONTROL
                      MOVE WS-PERIODO-CONTROL TO FD-PER-PERIODO
                      READ PERIODOS
                          INVALID KEY
                              DISPLAY WS-DISPLAY-PER-SIN-PLANILLA
                                  WS-PERIODO-CONTROL
                              SET WS-ANIO-NO-HABILITADO TO TRUE
                          NOT INVALID KEY
                              IF FD-PER-CORRIDA-EN-PROCESO
                                 DISPLAY WS-DISPLAY-CORRIDA-INCOMPLETA
                                     WS-PERIODO-CONTROL
                                 SET WS-ANIO-NO-HABILITADO TO TRUE
                              END-IF
                              IF NOT FD-PER-CERRADO
                                 DISPLAY WS-DISPLAY-NO-CERRADO
                                     WS-PERIODO-CONTROL
                                 SET WS-ANIO-NO-HABILITADO TO TRUE
                              END-IF
                              ADD FD-PER-CANT-BOLETAS TO WS-PER-BOLETAS
                              ADD FD-PER-TOTAL-NETO
                                  TO WS-PER-TOTAL-NETO
                      END-READ
              END-PERFORM

              COMPUTE WS-PERIODO-CONTROL =
                  (WS-ANIO-PROCESO + 1) * 100 + 5
              MOVE WS-PERIODO-CONTROL TO FD-PER-PERIODO
              READ PERIODOS
                  INVALID KEY
                      DISPLAY WS-DISPLAY-MAYO-ABIERTO
                          WS-PERIODO-CONTROL
                      SET WS-ANIO-NO-HABILITADO TO TRUE
                  NOT INVALID KEY
                      IF NOT FD-PER-CERRADO
                         DISPLAY WS-DISPLAY-MAYO-ABIERTO
                             WS-PERIODO-CONTROL
                         SET WS-ANIO-NO-HABILITADO TO TRUE
                      END-IF
              END-READ
              CLOSE PERIODOS
           END-IF.

       120-COPIAR-PLANILLA.
           OPEN OUTPUT HIS-PLANILLA.
           MOVE WS-PERIODO-DESDE TO FD-PLA-PERIODO.
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
                      IF FD-PLA-PERIODO <= WS-PERIODO-HASTA
                         WRITE HPL-LINEA FROM FD-PLANILLA-REG
                         ADD 1 TO WS-PLA-REGISTROS
                         ADD FD-PLA-BRUTO TO WS-PLA-TOTAL-BRUTO
                         ADD FD-PLA-NETO TO WS-PLA-TOTAL-NETO
                         READ PLANILLA NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      ELSE
                         SET FLAG-LEIDO TO TRUE
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.
           CLOSE HIS-PLANILLA.

       130-COPIAR-ACUMULADOS.
           OPEN OUTPUT HIS-ACUMULADOS.
           MOVE LOW-VALUES TO FD-ACU-CLAVE.
           START ACUMULADOS KEY IS >= FD-ACU-CLAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-ACUMULADOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ ACUMULADOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-ACU-ANIO = WS-ANIO-PROCESO
                         WRITE HAC-LINEA FROM FD-ACUMULADO-REG
                         PERFORM 135-SUMAR-ACUMULADO
                      END-IF
                      READ ACUMULADOS NEXT RECORD
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.
           CLOSE HIS-ACUMULADOS.

       135-SUMAR-ACUMULADO.
           ADD 1 TO WS-ACU-REGISTROS.
           PERFORM VARYING WS-ACU-SLOT FROM 1 BY 1
                   UNTIL WS-ACU-SLOT > 6
                   ADD FD-ACU-REM-MES(WS-ACU-SLOT) TO WS-ACU-TOTAL-REM
           END-PERFORM.

      *> LAS NOVEDADES DEL ANIO VAN A SU ARCHIVO Y LAS DEMAS AL DE
      *> TRABAJO, QUE 180-DEPURAR-NOVEDADES COPIA DE VUELTA.
       140-COPIAR-NOVEDADES.
           SET WS-NOVEDADES-SI-ARCHIVO TO TRUE.
           OPEN OUTPUT HIS-NOVEDADES.
           OPEN INPUT NOVEDADES.
           IF WS-NOVEDADES-NO-EXISTE
              SET WS-NOVEDADES-NO-ARCHIVO TO TRUE
           ELSE
              OPEN OUTPUT NOVEDADES-TRABAJO
              SET FLAG-NO-LEIDO TO TRUE
              READ NOVEDADES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-NOV-PERIODO >= WS-PERIODO-DESDE AND
                         FD-NOV-PERIODO <= WS-PERIODO-HASTA
                         WRITE HNO-LINEA FROM FD-NOVEDAD-REG
                         ADD 1 TO WS-NOV-REGISTROS
                         ADD FD-NOV-CANTIDAD TO WS-NOV-TOTAL-CANTIDAD
                         ADD FD-NOV-MONTO TO WS-NOV-TOTAL-MONTO
                      ELSE
                         WRITE NTR-LINEA FROM FD-NOVEDAD-REG
                      END-IF
                      READ NOVEDADES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE NOVEDADES
              CLOSE NOVEDADES-TRABAJO
           END-IF.
           CLOSE HIS-NOVEDADES.

      *> LA BITACORA SE ARCHIVA POR EL ANIO DE SU FECHA-HORA, SALVO
      *> LOS RENGLONES DE ALTA: UNO POR EMPLEADO, QUEDAN EN LOS VIVOS
      *> PORQUE CUADRE-INTEGRIDAD EXIGE EL "A" DE TODO EMPLEADO DEL
      *> MAESTRO.
       150-COPIAR-BITACORA.
           SET WS-BITACORA-SI-ARCHIVO TO TRUE.
           OPEN OUTPUT HIS-BITACORA.
           OPEN INPUT BITACORA.
           IF WS-BITACORA-NO-EXISTE
              SET WS-BITACORA-NO-ARCHIVO TO TRUE
           ELSE
              OPEN OUTPUT BITACORA-TRABAJO
              SET FLAG-NO-LEIDO TO TRUE
              READ BITACORA
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF BIT-FECHA-HORA(1:4) = WS-ANIO-PROCESO AND
                         NOT BIT-ACCION-ALTA
                         WRITE HBI-LINEA FROM BIT-REG
                         ADD 1 TO WS-BIT-REGISTROS
                      ELSE
                         WRITE BTR-LINEA FROM BIT-REG
                      END-IF
                      READ BITACORA
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE BITACORA
              CLOSE BITACORA-TRABAJO
           END-IF.
           CLOSE HIS-BITACORA.

      *> MISMO RECORRIDO QUE 019-LIMPIAR-PERIODO-PLANILLA DE
      *> CALCULO-PLANILLA, PARA TODO EL ANIO.
       160-DEPURAR-PLANILLA.
           MOVE WS-PERIODO-DESDE TO FD-PLA-PERIODO.
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
                      IF FD-PLA-PERIODO <= WS-PERIODO-HASTA
                         DELETE PLANILLA RECORD
                         READ PLANILLA NEXT RECORD
                             AT END SET FLAG-LEIDO TO TRUE
                         END-READ
                      ELSE
                         SET FLAG-LEIDO TO TRUE
                      END-IF
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

       170-DEPURAR-ACUMULADOS.
           MOVE LOW-VALUES TO FD-ACU-CLAVE.
           START ACUMULADOS KEY IS >= FD-ACU-CLAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-ACUMULADOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ ACUMULADOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-ACU-ANIO = WS-ANIO-PROCESO
                         DELETE ACUMULADOS RECORD
                      END-IF
                      READ ACUMULADOS NEXT RECORD
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *> NOVEDADES.DAT QUEDA CON LO QUE 140 DEJO EN EL DE TRABAJO.
       180-DEPURAR-NOVEDADES.
           IF WS-NOVEDADES-SI-ARCHIVO
              OPEN INPUT NOVEDADES-TRABAJO
              OPEN OUTPUT NOVEDADES
              SET FLAG-NO-LEIDO TO TRUE
              READ NOVEDADES-TRABAJO
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      WRITE FD-NOVEDAD-REG FROM NTR-LINEA
                      READ NOVEDADES-TRABAJO
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE NOVEDADES-TRABAJO
              CLOSE NOVEDADES
           END-IF.

       185-DEPURAR-BITACORA.
           IF WS-BITACORA-SI-ARCHIVO
              OPEN INPUT BITACORA-TRABAJO
              OPEN OUTPUT BITACORA
              SET FLAG-NO-LEIDO TO TRUE
              READ BITACORA-TRABAJO
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      WRITE BIT-REG FROM BTR-LINEA
                      READ BITACORA-TRABAJO
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE BITACORA-TRABAJO
              CLOSE BITACORA
           END-IF.

      *> UN ANIO RESTAURADO QUE SE VUELVE A ARCHIVAR REESCRIBE SU
      *> REGISTRO DE CONTROL; LA CONSTANCIA DE LA RESTAURACION QUEDA.
       190-GRABAR-CONTROL.
           IF WS-CONTROL-NUEVO
              INITIALIZE FD-HISTORICO-REG
              MOVE WS-ANIO-PROCESO TO FD-HIS-ANIO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           SET FD-HIS-ARCHIVADO TO TRUE.
           MOVE WS-FECHA-HORA TO FD-HIS-FECHA-ARCHIVO.
           MOVE WS-OPERADOR TO FD-HIS-OPERADOR-ARCHIVO.
           MOVE WS-PLA-REGISTROS TO FD-HIS-PLA-REGISTROS.
           MOVE WS-PLA-TOTAL-BRUTO TO FD-HIS-PLA-TOTAL-BRUTO.
           MOVE WS-PLA-TOTAL-NETO TO FD-HIS-PLA-TOTAL-NETO.
           MOVE WS-ACU-REGISTROS TO FD-HIS-ACU-REGISTROS.
           MOVE WS-ACU-TOTAL-REM TO FD-HIS-ACU-TOTAL-REM.
           MOVE WS-NOV-REGISTROS TO FD-HIS-NOV-REGISTROS.
           MOVE WS-NOV-TOTAL-CANTIDAD TO FD-HIS-NOV-TOTAL-CANTIDAD.
           MOVE WS-NOV-TOTAL-MONTO TO FD-HIS-NOV-TOTAL-MONTO.
           MOVE WS-BIT-REGISTROS TO FD-HIS-BIT-REGISTROS.
           IF WS-CONTROL-EXISTE
              REWRITE FD-HISTORICO-REG
           ELSE
              WRITE FD-HISTORICO-REG
           END-IF.

      *****************************************************************
      * RESTAURAR: DEVUELVE LOS REGISTROS DE LOS ARCHIVOS DEL ANIO A
      * LOS VIVOS. EN LOS INDEXADOS UNA CLAVE QUE YA ESTA NO SE PISA
      * (SE CUENTA Y SE AVISA); NOVEDADES Y BITACORA SE LIMPIAN
      * PRIMERO DE CUALQUIER RENGLON DEL ANIO Y LUEGO SE LES AGREGA EL
      * ARCHIVO DEL ANIO, ASI UNA DEPURACION CORTADA A MITAD NO DEJA
      * RENGLONES DUPLICADOS.
      *****************************************************************
       200-RESTAURAR-ANIO.
           PERFORM 010-PEDIR-ANIO.
           SET WS-ANIO-SI-HABILITADO TO TRUE.
           OPEN I-O HISTORICOS.
           IF WS-HISTORICOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-HISTORICOS
              SET WS-ANIO-NO-HABILITADO TO TRUE
           ELSE
              MOVE WS-ANIO-PROCESO TO FD-HIS-ANIO
              READ HISTORICOS
                  INVALID KEY
                      DISPLAY WS-DISPLAY-NO-ARCHIVADO
                      SET WS-ANIO-NO-HABILITADO TO TRUE
                  NOT INVALID KEY
                      IF NOT FD-HIS-ARCHIVADO
                         DISPLAY WS-DISPLAY-NO-ARCHIVADO
                         SET WS-ANIO-NO-HABILITADO TO TRUE
                      END-IF
              END-READ
              IF WS-ANIO-SI-HABILITADO
                 PERFORM 020-ARMAR-NOMBRES
                 PERFORM 210-VERIFICAR-ARCHIVOS-ANIO
              END-IF
              IF WS-ANIO-NO-HABILITADO
                 CLOSE HISTORICOS
              END-IF
           END-IF.

           IF WS-ANIO-SI-HABILITADO
              INITIALIZE WS-TOTALES-ANIO
              MOVE ZERO TO WS-YA-EXISTENTES
              PERFORM 040-ABRIR-PLANILLA
              PERFORM 220-RESTAURAR-PLANILLA
              CLOSE PLANILLA
              PERFORM 050-ABRIR-ACUMULADOS
              PERFORM 230-RESTAURAR-ACUMULADOS
              CLOSE ACUMULADOS
              PERFORM 240-RESTAURAR-NOVEDADES
              PERFORM 250-RESTAURAR-BITACORA
              PERFORM 400-MOSTRAR-TOTALES
              IF WS-YA-EXISTENTES > ZERO
                 DISPLAY WS-DISPLAY-YA-EXISTENTES WS-YA-EXISTENTES
              END-IF

              PERFORM 410-COMPARAR-CONTROL
              IF WS-TOTALES-CUADRAN
                 DISPLAY WS-DISPLAY-CONTROL-CUADRA
              ELSE
                 DISPLAY WS-DISPLAY-CONTROL-NO-CUADRA
              END-IF

              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
              SET FD-HIS-RESTAURADO TO TRUE
              MOVE WS-FECHA-HORA TO FD-HIS-FECHA-RESTAURA
              MOVE WS-OPERADOR TO FD-HIS-OPERADOR-RESTAURA
              REWRITE FD-HISTORICO-REG
              CLOSE HISTORICOS
              DISPLAY WS-DISPLAY-MENSAJE-EXITO
           END-IF.

      *> ANTES DE TOCAR LOS VIVOS: CADA ARCHIVO DEL ANIO QUE TENIA
      *> REGISTROS TIENE QUE ESTAR.
       210-VERIFICAR-ARCHIVOS-ANIO.
           OPEN INPUT HIS-PLANILLA.
           IF WS-HIS-PLANILLA-NO-EXISTE
              IF FD-HIS-PLA-REGISTROS > ZERO
                 DISPLAY WS-DISPLAY-FALTA-ARCHIVO
                     WS-NOMBRE-HIS-PLANILLA
                 SET WS-ANIO-NO-HABILITADO TO TRUE
              END-IF
           ELSE
              CLOSE HIS-PLANILLA
           END-IF.

           OPEN INPUT HIS-ACUMULADOS.
           IF WS-HIS-ACUMULADOS-NO-EXISTE
              IF FD-HIS-ACU-REGISTROS > ZERO
                 DISPLAY WS-DISPLAY-FALTA-ARCHIVO
                     WS-NOMBRE-HIS-ACUMULADOS
                 SET WS-ANIO-NO-HABILITADO TO TRUE
              END-IF
           ELSE
              CLOSE HIS-ACUMULADOS
           END-IF.

           OPEN INPUT HIS-NOVEDADES.
           IF WS-HIS-NOVEDADES-NO-EXISTE
              IF FD-HIS-NOV-REGISTROS > ZERO
                 DISPLAY WS-DISPLAY-FALTA-ARCHIVO
                     WS-NOMBRE-HIS-NOVEDADES
                 SET WS-ANIO-NO-HABILITADO TO TRUE
              END-IF
           ELSE
              CLOSE HIS-NOVEDADES
           END-IF.

           OPEN INPUT HIS-BITACORA.
           IF WS-HIS-BITACORA-NO-EXISTE
              IF FD-HIS-BIT-REGISTROS > ZERO
                 DISPLAY WS-DISPLAY-FALTA-ARCHIVO
                     WS-NOMBRE-HIS-BITACORA
                 SET WS-ANIO-NO-HABILITADO TO TRUE
              END-IF
           ELSE
              CLOSE HIS-BITACORA
           END-IF.

       220-RESTAURAR-PLANILLA.
           OPEN INPUT HIS-PLANILLA.
           IF NOT WS-HIS-PLANILLA-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ HIS-PLANILLA INTO FD-PLANILLA-REG
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      ADD 1 TO WS-PLA-REGISTROS
                      ADD FD-PLA-BRUTO TO WS-PLA-TOTAL-BRUTO
                      ADD FD-PLA-NETO TO WS-PLA-TOTAL-NETO
                      WRITE FD-PLANILLA-REG
                          INVALID KEY ADD 1 TO WS-YA-EXISTENTES
                      END-WRITE
                      READ HIS-PLANILLA INTO FD-PLANILLA-REG
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE HIS-PLANILLA
           END-IF.

       230-RESTAURAR-ACUMULADOS.
           OPEN INPUT HIS-ACUMULADOS.
           IF NOT WS-HIS-ACUMULADOS-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ HIS-ACUMULADOS INTO FD-ACUMULADO-REG
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      PERFORM 135-SUMAR-ACUMULADO
                      WRITE FD-ACUMULADO-REG
                          INVALID KEY ADD 1 TO WS-YA-EXISTENTES
                      END-WRITE
                      READ HIS-ACUMULADOS INTO FD-ACUMULADO-REG
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE HIS-ACUMULADOS
           END-IF.

      *> PASA A TRABAJO LAS NOVEDADES VIVAS DE OTROS ANIOS, LE AGREGA
      *> LAS DEL ARCHIVO DEL ANIO Y REESCRIBE NOVEDADES.DAT CON TODO.
       240-RESTAURAR-NOVEDADES.
           OPEN OUTPUT NOVEDADES-TRABAJO.
           OPEN INPUT NOVEDADES.
           IF NOT WS-NOVEDADES-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ NOVEDADES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-NOV-PERIODO < WS-PERIODO-DESDE OR
                         FD-NOV-PERIODO > WS-PERIODO-HASTA
                         WRITE NTR-LINEA FROM FD-NOVEDAD-REG
                      END-IF
                      READ NOVEDADES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE NOVEDADES
           END-IF.

           OPEN INPUT HIS-NOVEDADES.
           IF NOT WS-HIS-NOVEDADES-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ HIS-NOVEDADES INTO FD-NOVEDAD-REG
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      ADD 1 TO WS-NOV-REGISTROS
                      ADD FD-NOV-CANTIDAD TO WS-NOV-TOTAL-CANTIDAD
                      ADD FD-NOV-MONTO TO WS-NOV-TOTAL-MONTO
                      WRITE NTR-LINEA FROM FD-NOVEDAD-REG
                      READ HIS-NOVEDADES INTO FD-NOVEDAD-REG
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE HIS-NOVEDADES
           END-IF.
           CLOSE NOVEDADES-TRABAJO.

           SET WS-NOVEDADES-SI-ARCHIVO TO TRUE.
           PERFORM 180-DEPURAR-NOVEDADES.

       250-RESTAURAR-BITACORA.
           OPEN OUTPUT BITACORA-TRABAJO.
           OPEN INPUT BITACORA.
           IF NOT WS-BITACORA-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ BITACORA
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF BIT-FECHA-HORA(1:4) NOT = WS-ANIO-PROCESO OR
                         BIT-ACCION-ALTA
                         WRITE BTR-LINEA FROM BIT-REG
                      END-IF
                      READ BITACORA
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE BITACORA
           END-IF.

           OPEN INPUT HIS-BITACORA.
           IF NOT WS-HIS-BITACORA-NO-EXISTE
              SET FLAG-NO-LEIDO TO TRUE
              READ HIS-BITACORA INTO BIT-REG
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      ADD 1 TO WS-BIT-REGISTROS
                      WRITE BTR-LINEA FROM BIT-REG
                      READ HIS-BITACORA INTO BIT-REG
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              SET FLAG-NO-LEIDO TO TRUE
              CLOSE HIS-BITACORA
           END-IF.
           CLOSE BITACORA-TRABAJO.

           SET WS-BITACORA-SI-ARCHIVO TO TRUE.
           PERFORM 185-DEPURAR-BITACORA.

      *****************************************************************
      * LISTADO DE LOS ANIOS CON REGISTRO DE CONTROL, CON SUS
      * REGISTROS Y TOTALES POR ARCHIVO, PARA CONFIRMAR QUE NO SE
      * PERDIO NADA.
      *****************************************************************
       300-LISTAR-ARCHIVADOS.
           OPEN INPUT HISTORICOS.
           IF WS-HISTORICOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-HISTORICOS
           ELSE
              MOVE ZERO TO WS-CONTADOR-ANIOS
              SET FLAG-NO-LEIDO TO TRUE
              READ HISTORICOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-HIS-ARCHIVADO
                         MOVE "ARCHIVADO" TO WS-DISPLAY-ESTADO
                         ADD 1 TO WS-CONTADOR-ANIOS
                      ELSE
                         MOVE "RESTAURADO" TO WS-DISPLAY-ESTADO
                      END-IF
                      DISPLAY FD-HIS-ANIO " " WS-DISPLAY-ESTADO
                          " " FD-HIS-FECHA-ARCHIVO
                          " " FD-HIS-OPERADOR-ARCHIVO
                      MOVE FD-HIS-PLA-REGISTROS TO WS-CONTADOR-EDITADO
                      MOVE FD-HIS-PLA-TOTAL-BRUTO TO WS-TOTAL-EDITADO
                      MOVE FD-HIS-PLA-TOTAL-NETO TO WS-TOTAL-EDITADO-2
                      DISPLAY "   PLANILLA:   " WS-CONTADOR-EDITADO
                          " BRUTO: " WS-TOTAL-EDITADO
                          " NETO: " WS-TOTAL-EDITADO-2
                      MOVE FD-HIS-ACU-REGISTROS TO WS-CONTADOR-EDITADO
                      MOVE FD-HIS-ACU-TOTAL-REM TO WS-TOTAL-EDITADO
                      DISPLAY "   ACUMULADOS: " WS-CONTADOR-EDITADO
                          " REMUNERACION: " WS-TOTAL-EDITADO
                      MOVE FD-HIS-NOV-REGISTROS TO WS-CONTADOR-EDITADO
                      MOVE FD-HIS-NOV-TOTAL-CANTIDAD
                          TO WS-CANTIDAD-EDITADA
                      MOVE FD-HIS-NOV-TOTAL-MONTO TO WS-TOTAL-EDITADO
                      DISPLAY "   NOVEDADES:  " WS-CONTADOR-EDITADO
                          " CANTIDAD: " WS-CANTIDAD-EDITADA
                          " MONTO: " WS-TOTAL-EDITADO
                      MOVE FD-HIS-BIT-REGISTROS TO WS-CONTADOR-EDITADO
                      DISPLAY "   BITACORA:   " WS-CONTADOR-EDITADO
                      IF FD-HIS-RESTAURADO
                         DISPLAY "   RESTAURADO: "
                             FD-HIS-FECHA-RESTAURA " "
                             FD-HIS-OPERADOR-RESTAURA
                      END-IF
                      READ HISTORICOS NEXT RECORD
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              DISPLAY "ANIOS ARCHIVADOS: " WS-CONTADOR-ANIOS
              CLOSE HISTORICOS
           END-IF.

       400-MOSTRAR-TOTALES.
           DISPLAY "ANIO " WS-ANIO-PROCESO.
           MOVE WS-PLA-REGISTROS TO WS-CONTADOR-EDITADO.
           MOVE WS-PLA-TOTAL-BRUTO TO WS-TOTAL-EDITADO.
           MOVE WS-PLA-TOTAL-NETO TO WS-TOTAL-EDITADO-2.
           DISPLAY "   PLANILLA:   " WS-CONTADOR-EDITADO
               " BRUTO: " WS-TOTAL-EDITADO
               " NETO: " WS-TOTAL-EDITADO-2.
           MOVE WS-ACU-REGISTROS TO WS-CONTADOR-EDITADO.
           MOVE WS-ACU-TOTAL-REM TO WS-TOTAL-EDITADO.
           DISPLAY "   ACUMULADOS: " WS-CONTADOR-EDITADO
               " REMUNERACION: " WS-TOTAL-EDITADO.
           MOVE WS-NOV-REGISTROS TO WS-CONTADOR-EDITADO.
           MOVE WS-NOV-TOTAL-CANTIDAD TO WS-CANTIDAD-EDITADA.
           MOVE WS-NOV-TOTAL-MONTO TO WS-TOTAL-EDITADO.
           DISPLAY "   NOVEDADES:  " WS-CONTADOR-EDITADO
               " CANTIDAD: " WS-CANTIDAD-EDITADA
               " MONTO: " WS-TOTAL-EDITADO.
           MOVE WS-BIT-REGISTROS TO WS-CONTADOR-EDITADO.
           DISPLAY "   BITACORA:   " WS-CONTADOR-EDITADO.

       410-COMPARAR-CONTROL.
           SET WS-TOTALES-CUADRAN TO TRUE.
           IF WS-PLA-REGISTROS NOT = FD-HIS-PLA-REGISTROS OR
              WS-PLA-TOTAL-BRUTO NOT = FD-HIS-PLA-TOTAL-BRUTO OR
              WS-PLA-TOTAL-NETO NOT = FD-HIS-PLA-TOTAL-NETO OR
              WS-ACU-REGISTROS NOT = FD-HIS-ACU-REGISTROS OR
              WS-ACU-TOTAL-REM NOT = FD-HIS-ACU-TOTAL-REM OR
              WS-NOV-REGISTROS NOT = FD-HIS-NOV-REGISTROS OR
              WS-NOV-TOTAL-CANTIDAD NOT = FD-HIS-NOV-TOTAL-CANTIDAD OR
              WS-NOV-TOTAL-MONTO NOT = FD-HIS-NOV-TOTAL-MONTO OR
              WS-BIT-REGISTROS NOT = FD-HIS-BIT-REGISTROS
              SET WS-TOTALES-NO-CUADRAN TO TRUE
           END-IF.

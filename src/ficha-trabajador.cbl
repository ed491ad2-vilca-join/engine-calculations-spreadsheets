       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-TRABAJADOR.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * FICHA INTEGRAL DEL TRABAJADOR: CON UN FD-EMPLEADO-ID Y UN
      * PERIODO DE CONSULTA (AAAAMM) EMITE EN FICHA-TRABAJADOR.DAT, EN
      * UN SOLO IMPRESO, LO QUE ANTES HABIA QUE SACAR DE VARIOS
      * PROGRAMAS:
      *   - DATOS DEL MAESTRO (EMPLEADOS.DAT).
      *   - BOLETAS DE LOS ULTIMOS 12 PERIODOS HASTA EL DE CONSULTA
      *     (PLANILLA.DAT).
      *   - PRESTAMOS CON SALDO Y EL CRONOGRAMA PROYECTADO DE SUS
      *     CUOTAS PENDIENTES (PRESTAMOS.DAT).
      *   - RETENCION JUDICIAL Y DESCUENTOS FIJOS ACTIVOS
      *     (RETENCIONES.DAT, CONCEPTOS.DAT).
      *   - SALDO DE VACACIONES AL PERIODO DE CONSULTA, CON EL MISMO
      *     CALCULO DE REPORTE-VACACIONES, Y SUS GOCES REGISTRADOS.
      *   - LICENCIAS DEL ANIO: DIAS DE DESCANSO MEDICO PAGADOS POR EL
      *     EMPLEADOR (SUBSIDIOS.DAT) Y DIAS SUBSIDIADOS POR ESSALUD
      *     SEGUN LAS BOLETAS DEL ANIO.
      *   - HISTORIA DE CAMBIOS DEL EMPLEADO (BITACORA.DAT).
      * A PEDIDO AGREGA UNA CONSTANCIA DE TRABAJO O UNA CONSTANCIA DE
      * HABERES ENTRE DOS PERIODOS, QUE RR.HH. YA NO TIENE QUE
      * REDACTAR A MANO. UN ARCHIVO AUSENTE SOLO DEJA SU SECCION CON
      * LA NOTA "SIN REGISTROS". UN ANIO SACADO DE LOS ARCHIVOS VIVOS
      * CON ARCHIVO-HISTORICO (HISTORICOS.DAT) SE AVISA EN LAS BOLETAS
      * Y, SI CAE EN EL RANGO DE LA CONSTANCIA DE HABERES, ESTA NO SE
      * EMITE: SALDRIA CON MESES DE MENOS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); AQUI SOLO SE
      *> HACE LA LECTURA DIRECTA DEL EMPLEADO CONSULTADO.
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
      *> EMPLEADO: CADA BOLETA DEL EMPLEADO SE LEE DIRECTO POR CLAVE,
      *> PERIODO POR PERIODO.
           SELECT PLANILLA ASSIGN TO "../data/planilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PLA-CLAVE
               FILE STATUS IS WS-FS-PLANILLA.

      *> PRESTAMOS AL PERSONAL (VER CAPTURA-PRESTAMOS); ACCESO
      *> DYNAMIC PARA POSICIONARSE EN LOS DEL EMPLEADO CON START.
           SELECT PRESTAMOS ASSIGN TO "../data/prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRE-CLAVE
               FILE STATUS IS WS-FS-PRESTAMOS.

      *> RETENCION JUDICIAL (VER CAPTURA-RETENCIONES): UNA POR
      *> EMPLEADO, LECTURA DIRECTA POR CLAVE.
           SELECT RETENCIONES ASSIGN TO "../data/retenciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-RET-EMPLEADO-ID
               FILE STATUS IS WS-FS-RETENCIONES.

      *> DESCUENTOS FIJOS (VER CAPTURA-CONCEPTOS); ACCESO DYNAMIC PARA
      *> RECORRER LOS DEL EMPLEADO CON START, COMO LOS PRESTAMOS.
           SELECT CONCEPTOS ASSIGN TO "../data/conceptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CFI-CLAVE
               FILE STATUS IS WS-FS-CONCEPTOS.

      *> CONTADOR ANUAL DE DIAS PAGADOS POR EL EMPLEADOR (VER
      *> SUBSIDIO.CPY), LECTURA DIRECTA POR EMPLEADO + ANIO.
           SELECT SUBSIDIOS ASSIGN TO "../data/subsidios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-SUB-CLAVE
               FILE STATUS IS WS-FS-SUBSIDIOS.

           SELECT VACACIONES ASSIGN TO "../data/vacaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACACIONES.

           SELECT BITACORA ASSIGN TO "../data/bitacora.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

      *> CONTROL DEL ARCHIVO HISTORICO ANUAL (VER HISTORICO.CPY), COMO
      *> EN GESTION-PERIODOS: LAS BOLETAS DE UN ANIO ARCHIVADO YA NO
      *> ESTAN EN PLANILLA.DAT.
           SELECT HISTORICOS ASSIGN TO "../data/historicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-HIS-ANIO
               FILE STATUS IS WS-FS-HISTORICOS.

           SELECT FICHA ASSIGN TO "../data/ficha-trabajador.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  PLANILLA.
           COPY planilla.

       FD  PRESTAMOS.
           COPY prestamo.

       FD  RETENCIONES.
           COPY retencion.

       FD  CONCEPTOS.
           COPY concepto.

       FD  SUBSIDIOS.
           COPY subsidio.

       FD  VACACIONES.
           COPY vacacion.

       FD  BITACORA.
           COPY bitacora.

       FD  HISTORICOS.
           COPY historico.

       FD  FICHA.
       01 FIC-LINEA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "FICHA INTEGRAL DEL TRABAJADOR".
       01 WS-DISPLAY-INPUT-EMPLEADO     PIC X(50)   VALUE
             "INGRESE ID DE EMPLEADO: ".
       01 WS-DISPLAY-INPUT-PERIODO      PIC X(50)   VALUE
             "INGRESE PERIODO DE CONSULTA (AAAAMM): ".
       01 WS-DISPLAY-MENU-DOCUMENTO     PIC X(70)   VALUE
             "0-SOLO FICHA  1-CONSTANCIA DE TRABAJO  2-CONSTANCIA DE HAB
      -    "ERES".
       01 WS-DISPLAY-INPUT-DESDE        PIC X(50)   VALUE
             "HABERES DESDE EL PERIODO (AAAAMM): ".
       01 WS-DISPLAY-INPUT-HASTA        PIC X(50)   VALUE
             "HABERES HASTA EL PERIODO (AAAAMM): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-ENCONTRADO      PIC X(50)   VALUE
             "EMPLEADO NO ENCONTRADO".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-HABERES-ARCHIVADO  PIC X(70)   VALUE
             "CONSTANCIA DE HABERES NO EMITIDA; HAY ANIOS ARCHIVADOS".

       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".
       01 WS-DISPLAY-PLA-SIN-REORG      PIC X(60)   VALUE
             "PLANILLA.DAT CON LAYOUT VIEJO; CORRA REORGANIZAR-PLANILL
      -    "A".

       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
          88 WS-PLANILLA-OK                         VALUE "00".
          88 WS-PLANILLA-NO-EXISTE                  VALUE "35".
      *>    UN PLANILLA.DAT GRABADO CON EL LAYOUT ANTERIOR NO ABRE
      *>    (ESTADO 39) HASTA RECONSTRUIRLO CON REORGANIZAR-PLANILLA.
          88 WS-PLANILLA-SIN-REORGANIZAR            VALUE "39".
       01 WS-FS-PRESTAMOS               PIC X(2)    VALUE "00".
          88 WS-PRESTAMOS-OK                        VALUE "00".
          88 WS-PRESTAMOS-NO-EXISTE                 VALUE "35".
       01 WS-FS-RETENCIONES             PIC X(2)    VALUE "00".
          88 WS-RETENCIONES-OK                      VALUE "00".
          88 WS-RETENCIONES-NO-EXISTE               VALUE "35".
       01 WS-FS-CONCEPTOS               PIC X(2)    VALUE "00".
          88 WS-CONCEPTOS-OK                        VALUE "00".
          88 WS-CONCEPTOS-NO-EXISTE                 VALUE "35".
       01 WS-FS-SUBSIDIOS               PIC X(2)    VALUE "00".
          88 WS-SUBSIDIOS-OK                        VALUE "00".
          88 WS-SUBSIDIOS-NO-EXISTE                 VALUE "35".
       01 WS-FS-VACACIONES              PIC X(2)    VALUE "00".
          88 WS-VACACIONES-OK                       VALUE "00".
          88 WS-VACACIONES-NO-EXISTE                VALUE "35".
       01 WS-FS-BITACORA                PIC X(2)    VALUE "00".
          88 WS-BITACORA-OK                         VALUE "00".
          88 WS-BITACORA-NO-EXISTE                  VALUE "35".
       01 WS-FS-HISTORICOS              PIC X(2)    VALUE "00".
          88 WS-HISTORICOS-OK                       VALUE "00".
          88 WS-HISTORICOS-NO-EXISTE                VALUE "35".

      *> ARCHIVOS OPCIONALES: SIN ELLOS LA SECCION SALE VACIA.
       01 WS-SIN-PLANILLA               PIC X(1)    VALUE "N".
          88 WS-PLANILLA-SI-ARCHIVO                 VALUE "N".
          88 WS-PLANILLA-NO-ARCHIVO                 VALUE "S".
       01 WS-SIN-PRESTAMOS              PIC X(1)    VALUE "N".
          88 WS-PRESTAMOS-SI-ARCHIVO                VALUE "N".
          88 WS-PRESTAMOS-NO-ARCHIVO                VALUE "S".
       01 WS-SIN-RETENCIONES            PIC X(1)    VALUE "N".
          88 WS-RETENCIONES-SI-ARCHIVO              VALUE "N".
          88 WS-RETENCIONES-NO-ARCHIVO              VALUE "S".
       01 WS-SIN-CONCEPTOS              PIC X(1)    VALUE "N".
          88 WS-CONCEPTOS-SI-ARCHIVO                VALUE "N".
          88 WS-CONCEPTOS-NO-ARCHIVO                VALUE "S".
       01 WS-SIN-SUBSIDIOS              PIC X(1)    VALUE "N".
          88 WS-SUBSIDIOS-SI-ARCHIVO                VALUE "N".
          88 WS-SUBSIDIOS-NO-ARCHIVO                VALUE "S".
       01 WS-SIN-HISTORICOS             PIC X(1)    VALUE "N".
          88 WS-HISTORICOS-SI-ARCHIVO               VALUE "N".
          88 WS-HISTORICOS-NO-ARCHIVO               VALUE "S".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-PROCESO-CONSULTA           PIC X(1)    VALUE "S".
          88 WS-CONSULTA-CONTINUAR                  VALUE "S" "s".
          88 WS-CONSULTA-TERMINAR                   VALUE "N" "n".

       01 WS-EMPLEADO-ID-BUSQUEDA       PIC X(6).

       01 WS-DOCUMENTO                  PIC X(1)    VALUE "0".
          88 WS-DOCUMENTO-NINGUNO                   VALUE "0".
          88 WS-DOCUMENTO-TRABAJO                   VALUE "1".
          88 WS-DOCUMENTO-HABERES                   VALUE "2".
          88 WS-DOCUMENTO-CONOCIDO                  VALUE "0" "1" "2".
       01 WS-VALIDAR-DOCUMENTO          PIC X(1)    VALUE "N".
          88 WS-DOCUMENTO-VALIDO                    VALUE "S".
          88 WS-DOCUMENTO-INVALIDO                  VALUE "N".

      *> PERIODO DE CONSULTA: CORTE DE LAS BOLETAS, DEL SALDO DE
      *> VACACIONES Y ANIO DE LAS LICENCIAS.
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

      *> RANGO DE LA CONSTANCIA DE HABERES.
       01 WS-HABERES-DESDE.
          05 WS-DESDE-ANIO              PIC 9(4).
             88 WS-DESDE-ANIO-VALIDO                VALUE 1900
                                                    THRU 9999.
          05 WS-DESDE-MES               PIC 9(2).
             88 WS-DESDE-MES-VALIDO                 VALUE 1 THRU 12.
       01 WS-HABERES-DESDE-NUM REDEFINES WS-HABERES-DESDE
                                        PIC 9(6).
       01 WS-HABERES-HASTA.
          05 WS-HASTA-ANIO              PIC 9(4).
             88 WS-HASTA-ANIO-VALIDO                VALUE 1900
                                                    THRU 9999.
          05 WS-HASTA-MES               PIC 9(2).
             88 WS-HASTA-MES-VALIDO                 VALUE 1 THRU 12.
       01 WS-HABERES-HASTA-NUM REDEFINES WS-HABERES-HASTA
                                        PIC 9(6).
       01 WS-VALIDAR-RANGO              PIC X(1)    VALUE "N".
          88 WS-RANGO-VALIDO                        VALUE "S".
          88 WS-RANGO-INVALIDO                      VALUE "N".

      *> PERIODO QUE SE VA RECORRIENDO MES A MES (BOLETAS, LICENCIAS,
      *> CRONOGRAMA DE CUOTAS Y CONSTANCIA DE HABERES).
       01 WS-PERIODO-RECORRIDO.
          05 WS-RECORRIDO-ANIO          PIC 9(4).
          05 WS-RECORRIDO-MES           PIC 9(2).
       01 WS-PERIODO-RECORRIDO-NUM REDEFINES WS-PERIODO-RECORRIDO
                                        PIC 9(6).
       01 WS-CONTADOR-MESES             PIC 9(3).

      *> ANIOS QUE SE VERIFICAN CONTRA HISTORICOS.DAT (ENTRADA DE 950)
      *> Y CUANTOS DE ELLOS ESTAN ARCHIVADOS (SALIDA).
       01 WS-ARCHIVO-ANIO-DESDE         PIC 9(4).
       01 WS-ARCHIVO-ANIO-HASTA         PIC 9(4).
       01 WS-ANIO-VERIFICAR             PIC 9(4).
       01 WS-ANIO-ARCHIVO               PIC X(1)    VALUE "N".
          88 WS-ANIO-ARCHIVADO                      VALUE "S".
          88 WS-ANIO-NO-ARCHIVADO                   VALUE "N".
       01 WS-CANT-ANIOS-ARCHIVADOS      PIC 9(2).

      *> FECHAS DESARMADAS PARA IMPRIMIR DD/MM/AAAA. EL INGRESO ESTA
      *> EN DDMMAAAA EN EL REGISTRO Y EL CESE EN AAAAMMDD (VER
      *> EMPLEADO.CPY); LA FECHA DEL SISTEMA VIENE EN AAAAMMDD.
       01 WS-INGRESO-FECHA.
          05 WS-INGRESO-DIA             PIC 9(2).
          05 WS-INGRESO-MES             PIC 9(2).
          05 WS-INGRESO-ANIO            PIC 9(4).
       01 WS-CESE-FECHA.
          05 WS-CESE-ANIO               PIC 9(4).
          05 WS-CESE-MES                PIC 9(2).
          05 WS-CESE-DIA                PIC 9(2).
       01 WS-FECHA-SISTEMA.
          05 WS-SISTEMA-ANIO            PIC 9(4).
          05 WS-SISTEMA-MES             PIC 9(2).
          05 WS-SISTEMA-DIA             PIC 9(2).
       01 WS-FECHA-INGRESO-EDITADA      PIC X(10).
       01 WS-FECHA-CESE-EDITADA         PIC X(10).
       01 WS-FECHA-SISTEMA-EDITADA      PIC X(10).

      *> SALDO DE VACACIONES, CON EL MISMO DEVENGUE DE
      *> REPORTE-VACACIONES: 30 DIAS POR CADA 12 MESES DE SERVICIO, EN
      *> DOZAVOS TRUNCADOS, MENOS LOS GOCES HASTA EL CORTE.
       01 WS-CALCULO-SALDO.
          05 WS-INGRESO-YM              PIC 9(6).
          05 WS-CORTE-YM                PIC 9(6).
          05 WS-MESES-SERVICIO          PIC 9(4).
          05 WS-DIAS-GANADOS            PIC 9(4).
          05 WS-DIAS-GOZADOS            PIC 9(4).
          05 WS-DIAS-PENDIENTES         PIC 9(4).

      *> LICENCIAS DEL ANIO DE CONSULTA.
       01 WS-DIAS-EMPLEADOR             PIC 9(3).
       01 WS-DIAS-SUBSIDIADOS           PIC 9(4).

      *> CRONOGRAMA PROYECTADO DE UN PRESTAMO: CUOTAS PACTADAS A
      *> PARTIR DEL MES SIGUIENTE AL ULTIMO DESCUENTO (O DEL PERIODO
      *> DE CONSULTA SI TODAVIA NO SE DESCONTO NADA) HASTA AGOTAR EL
      *> SALDO; LA ULTIMA CUOTA ES EL RESTO.
       01 WS-CRONOGRAMA.
          05 WS-SALDO-PROYECTADO        PIC 9(7)V99.
          05 WS-CUOTA-PROYECTADA        PIC 9(7)V99.
          05 WS-NUMERO-CUOTA            PIC 9(3).
       01 WS-TOTAL-SALDO-PRESTAMOS      PIC 9(9)V99.

      *> RESUMEN DE UNA BOLETA Y TOTALES DE LA CONSTANCIA DE HABERES.
       01 WS-OTROS-DESCUENTOS           PIC 9(7)V99.
       01 WS-NETO-MES                   PIC 9(7)V99.
       01 WS-TOTALES-HABERES.
          05 WS-TOT-BRUTO               PIC 9(9)V99.
          05 WS-TOT-SUBSIDIO            PIC 9(9)V99.
          05 WS-TOT-PENSION             PIC 9(9)V99.
          05 WS-TOT-QUINTA              PIC 9(9)V99.
          05 WS-TOT-NETO                PIC 9(9)V99.

      *> DETALLE DE LOS CAMBIOS DE UN RENGLON "M" DE LA BITACORA.
       01 WS-DETALLE-CAMBIOS.
          05 WS-CAMBIO-PENSION          PIC X(7).
          05 FILLER                     PIC X(1).
          05 WS-CAMBIO-PAGO             PIC X(7).
          05 FILLER                     PIC X(1).
          05 WS-CAMBIO-SUELDO           PIC X(7).
          05 FILLER                     PIC X(1).
          05 WS-CAMBIO-CCOSTO           PIC X(7).
       01 WS-DESCRIPCION-ACCION         PIC X(13).

       01 WS-DESCRIPCION-REGIMEN        PIC X(10).
       01 WS-DESCRIPCION-ESTADO         PIC X(10).
       01 WS-MOTIVO-DESCRIPCION         PIC X(20).
       01 WS-CONTADOR-SECCION           PIC 9(4).

       01 WS-MONTO-EDITADO              PIC ZZZ,ZZ9.99.
       01 WS-MONTO-EDITADO-2            PIC ZZZ,ZZ9.99.
       01 WS-MONTO-EDITADO-3            PIC ZZZ,ZZ9.99.
       01 WS-MONTO-EDITADO-4            PIC ZZZ,ZZ9.99.
       01 WS-MONTO-EDITADO-5            PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-EDITADO              PIC Z,ZZZ,ZZ9.9(5).
       01 WS-DIAS-EDITADO               PIC ZZZ9.
       01 WS-DIAS-EDITADO-2             PIC ZZZ9.
       01 WS-DIAS-EDITADO-3             PIC ZZZ9.
       01 WS-LIN-SEPARADOR              PIC X(70)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(70)   VALUE ALL "=".

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
           ELSE
              PERFORM 020-ABRIR-ARCHIVOS
              OPEN OUTPUT FICHA
              SET WS-CONSULTA-CONTINUAR TO TRUE
              PERFORM UNTIL WS-CONSULTA-TERMINAR
                      PERFORM 100-CONSULTAR-UN-EMPLEADO
                      DISPLAY "¿Desea consultar otro empleado? (S/N): "
                      ACCEPT WS-PROCESO-CONSULTA
              END-PERFORM
              CLOSE FICHA
              PERFORM 030-CERRAR-ARCHIVOS
              CLOSE EMPLEADOS
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

      *> LOS INDEXADOS SE ABREN UNA VEZ PARA TODAS LAS CONSULTAS; QUE
      *> FALTE ALGUNO ES NORMAL (NINGUN PRESTAMO, NINGUNA RETENCION,
      *> ...) Y SOLO DEJA SU SECCION VACIA. UN PLANILLA.DAT DEL LAYOUT
      *> ANTERIOR SI FRENA: SUS BOLETAS SALDRIAN DESALINEADAS.
       020-ABRIR-ARCHIVOS.
           SET WS-PLANILLA-SI-ARCHIVO TO TRUE.
           OPEN INPUT PLANILLA.
           IF WS-PLANILLA-SIN-REORGANIZAR
              DISPLAY WS-DISPLAY-PLA-SIN-REORG
              CLOSE EMPLEADOS
              STOP RUN
           END-IF.
           IF WS-PLANILLA-NO-EXISTE
              SET WS-PLANILLA-NO-ARCHIVO TO TRUE
           END-IF.

           SET WS-PRESTAMOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT PRESTAMOS.
           IF WS-PRESTAMOS-NO-EXISTE
              SET WS-PRESTAMOS-NO-ARCHIVO TO TRUE
           END-IF.

           SET WS-RETENCIONES-SI-ARCHIVO TO TRUE.
           OPEN INPUT RETENCIONES.
           IF WS-RETENCIONES-NO-EXISTE
              SET WS-RETENCIONES-NO-ARCHIVO TO TRUE
           END-IF.

           SET WS-CONCEPTOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT CONCEPTOS.
           IF WS-CONCEPTOS-NO-EXISTE
              SET WS-CONCEPTOS-NO-ARCHIVO TO TRUE
           END-IF.

           SET WS-SUBSIDIOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT SUBSIDIOS.
           IF WS-SUBSIDIOS-NO-EXISTE
              SET WS-SUBSIDIOS-NO-ARCHIVO TO TRUE
           END-IF.

      *>   SIN HISTORICOS.DAT NUNCA SE ARCHIVO NINGUN ANIO.
           SET WS-HISTORICOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT HISTORICOS.
           IF WS-HISTORICOS-NO-EXISTE
              SET WS-HISTORICOS-NO-ARCHIVO TO TRUE
           END-IF.

       030-CERRAR-ARCHIVOS.
           IF WS-PLANILLA-SI-ARCHIVO
              CLOSE PLANILLA
           END-IF.
           IF WS-PRESTAMOS-SI-ARCHIVO
              CLOSE PRESTAMOS
           END-IF.
           IF WS-RETENCIONES-SI-ARCHIVO
              CLOSE RETENCIONES
           END-IF.
           IF WS-CONCEPTOS-SI-ARCHIVO
              CLOSE CONCEPTOS
           END-IF.
           IF WS-SUBSIDIOS-SI-ARCHIVO
              CLOSE SUBSIDIOS
           END-IF.
           IF WS-HISTORICOS-SI-ARCHIVO
              CLOSE HISTORICOS
           END-IF.

       100-CONSULTAR-UN-EMPLEADO.
           DISPLAY WS-DISPLAY-INPUT-EMPLEADO.
           ACCEPT WS-EMPLEADO-ID-BUSQUEDA.

           MOVE WS-EMPLEADO-ID-BUSQUEDA TO FD-EMPLEADO-ID.
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY WS-DISPLAY-NO-ENCONTRADO
               NOT INVALID KEY
                   DISPLAY "EMPLEADO: " FD-EMPLEADO-NOMBRE
                   PERFORM 010-PEDIR-PERIODO
                   PERFORM 110-PEDIR-DOCUMENTO
                   PERFORM 150-PREPARAR-FECHAS
                   PERFORM 200-IMPRIMIR-MAESTRO
                   PERFORM 300-IMPRIMIR-BOLETAS
                   PERFORM 400-IMPRIMIR-PRESTAMOS
                   PERFORM 500-IMPRIMIR-RETENCIONES
                   PERFORM 600-IMPRIMIR-VACACIONES
                   PERFORM 650-IMPRIMIR-LICENCIAS
                   PERFORM 700-IMPRIMIR-BITACORA
                   EVALUATE TRUE
                       WHEN WS-DOCUMENTO-TRABAJO
                           PERFORM 800-IMPRIMIR-CONSTANCIA-TRABAJO
                       WHEN WS-DOCUMENTO-HABERES
                           PERFORM 850-IMPRIMIR-CONSTANCIA-HABERES
                   END-EVALUATE
                   WRITE FIC-LINEA FROM WS-LIN-DOBLE
                   MOVE SPACES TO FIC-LINEA
                   WRITE FIC-LINEA
                   DISPLAY WS-DISPLAY-MENSAJE-EXITO
           END-READ.

       110-PEDIR-DOCUMENTO.
           SET WS-DOCUMENTO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-DOCUMENTO-VALIDO
                   DISPLAY WS-DISPLAY-MENU-DOCUMENTO
                   ACCEPT WS-DOCUMENTO

                   PERFORM 501-VALIDAR-DOCUMENTO
           END-PERFORM.
           IF WS-DOCUMENTO-HABERES
              PERFORM 120-PEDIR-RANGO
           END-IF.

       501-VALIDAR-DOCUMENTO.
           SET WS-DOCUMENTO-VALIDO TO TRUE.
           IF NOT WS-DOCUMENTO-CONOCIDO
              DISPLAY WS-DISPLAY-ERROR
              SET WS-DOCUMENTO-INVALIDO TO TRUE
           END-IF.

       120-PEDIR-RANGO.
           SET WS-RANGO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-RANGO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-DESDE
                   ACCEPT WS-HABERES-DESDE
                   DISPLAY WS-DISPLAY-INPUT-HASTA
                   ACCEPT WS-HABERES-HASTA

                   PERFORM 502-VALIDAR-RANGO
           END-PERFORM.

      *> DOS PERIODOS AAAAMM VALIDOS Y EL SEGUNDO NO ANTERIOR AL
      *> PRIMERO.
       502-VALIDAR-RANGO.
           SET WS-RANGO-VALIDO TO TRUE.
           IF WS-HABERES-DESDE-NUM IS NOT NUMERIC OR
              WS-HABERES-HASTA-NUM IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-RANGO-INVALIDO TO TRUE
           ELSE
              IF NOT (WS-DESDE-ANIO-VALIDO AND WS-DESDE-MES-VALIDO
                      AND WS-HASTA-ANIO-VALIDO AND WS-HASTA-MES-VALIDO)
                 OR WS-HABERES-HASTA-NUM < WS-HABERES-DESDE-NUM
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-RANGO-INVALIDO TO TRUE
              END-IF
           END-IF.

      *> FECHAS DEL EMPLEADO Y DE EMISION EN DD/MM/AAAA.
       150-PREPARAR-FECHAS.
           MOVE FD-EMPLEADO-FECHA-INGRESO TO WS-INGRESO-FECHA.
           MOVE SPACES TO WS-FECHA-INGRESO-EDITADA.
           STRING WS-INGRESO-DIA "/" WS-INGRESO-MES "/"
               WS-INGRESO-ANIO
               DELIMITED BY SIZE INTO WS-FECHA-INGRESO-EDITADA.

           MOVE SPACES TO WS-FECHA-CESE-EDITADA.
           IF FD-EMPLEADO-FECHA-CESE NOT = SPACES
              MOVE FD-EMPLEADO-FECHA-CESE TO WS-CESE-FECHA
              STRING WS-CESE-DIA "/" WS-CESE-MES "/" WS-CESE-ANIO
                  DELIMITED BY SIZE INTO WS-FECHA-CESE-EDITADA
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE SPACES TO WS-FECHA-SISTEMA-EDITADA.
           STRING WS-SISTEMA-DIA "/" WS-SISTEMA-MES "/"
               WS-SISTEMA-ANIO
               DELIMITED BY SIZE INTO WS-FECHA-SISTEMA-EDITADA.

       200-IMPRIMIR-MAESTRO.
           EVALUATE TRUE
               WHEN FD-EMPLEADO-REG-PENSION-ONP
                   MOVE "ONP" TO WS-DESCRIPCION-REGIMEN
               WHEN FD-EMPLEADO-REG-PENSION-AFP
                   MOVE "AFP" TO WS-DESCRIPCION-REGIMEN
               WHEN OTHER
                   MOVE "OTRO" TO WS-DESCRIPCION-REGIMEN
           END-EVALUATE.
           IF FD-EMPLEADO-INACTIVO
              MOVE "CESADO" TO WS-DESCRIPCION-ESTADO
           ELSE
              MOVE "ACTIVO" TO WS-DESCRIPCION-ESTADO
           END-IF.

           WRITE FIC-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO FIC-LINEA.
           STRING "FICHA DEL TRABAJADOR " FD-EMPLEADO-ID
               "   AL PERIODO " WS-PERIODO-PROCESO-NUM
               "   EMITIDA " WS-FECHA-SISTEMA-EDITADA
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           WRITE FIC-LINEA FROM WS-LIN-DOBLE.

           MOVE SPACES TO FIC-LINEA.
           STRING "NOMBRE: " FD-EMPLEADO-NOMBRE
               "  ESTADO: " WS-DESCRIPCION-ESTADO
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "FECHA DE INGRESO: " WS-FECHA-INGRESO-EDITADA
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           IF FD-EMPLEADO-INACTIVO
              PERFORM 210-DESCRIBIR-MOTIVO-CESE
              MOVE SPACES TO FIC-LINEA
              STRING "FECHA DE CESE: " WS-FECHA-CESE-EDITADA
                  "  MOTIVO: " WS-MOTIVO-DESCRIPCION
                  DELIMITED BY SIZE INTO FIC-LINEA
              WRITE FIC-LINEA
           END-IF.

           MOVE FD-EMPLEADO-SUELDO-BASE TO WS-MONTO-EDITADO.
           MOVE SPACES TO FIC-LINEA.
           IF FD-EMPLEADO-CON-ASIG-FAMILIAR
              STRING "SUELDO BASE: " WS-MONTO-EDITADO
                  "  CON ASIGNACION FAMILIAR"
                  DELIMITED BY SIZE INTO FIC-LINEA
           ELSE
              STRING "SUELDO BASE: " WS-MONTO-EDITADO
                  "  SIN ASIGNACION FAMILIAR"
                  DELIMITED BY SIZE INTO FIC-LINEA
           END-IF.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "REGIMEN DE PENSION: " WS-DESCRIPCION-REGIMEN
               "  COMISION: " FD-EMPLEADO-COMISION-AFP
               "  CUSPP: " FD-EMPLEADO-CUSPP
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "BANCO: " FD-EMPLEADO-BANCO
               "  CUENTA: " FD-EMPLEADO-CUENTA
               "  CCI: " FD-EMPLEADO-CCI
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "CENTRO DE COSTO: " FD-EMPLEADO-CENTRO-COSTO
               "  AREA: " FD-EMPLEADO-AREA
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

       210-DESCRIBIR-MOTIVO-CESE.
           EVALUATE TRUE
               WHEN FD-EMPLEADO-CESE-RENUNCIA
                   MOVE "RENUNCIA" TO WS-MOTIVO-DESCRIPCION
               WHEN FD-EMPLEADO-CESE-DESPIDO
                   MOVE "DESPIDO" TO WS-MOTIVO-DESCRIPCION
               WHEN FD-EMPLEADO-CESE-FALTA-GRAVE
                   MOVE "FALTA GRAVE" TO WS-MOTIVO-DESCRIPCION
               WHEN FD-EMPLEADO-CESE-MUTUO-DISENSO
                   MOVE "MUTUO DISENSO" TO WS-MOTIVO-DESCRIPCION
               WHEN FD-EMPLEADO-CESE-FIN-CONTRATO
                   MOVE "FIN DE CONTRATO" TO WS-MOTIVO-DESCRIPCION
               WHEN FD-EMPLEADO-CESE-JUBILACION
                   MOVE "JUBILACION" TO WS-MOTIVO-DESCRIPCION
               WHEN FD-EMPLEADO-CESE-FALLECIMIENTO
                   MOVE "FALLECIMIENTO" TO WS-MOTIVO-DESCRIPCION
               WHEN OTHER
                   MOVE "OTRO" TO WS-MOTIVO-DESCRIPCION
           END-EVALUATE.

      *> LAS BOLETAS DE LOS 12 PERIODOS QUE TERMINAN EN EL DE
      *> CONSULTA, DE LA MAS ANTIGUA A LA MAS RECIENTE, LEIDAS POR
      *> CLAVE; UN MES SIN BOLETA (ANTES DEL INGRESO, SIN CALCULAR)
      *> SIMPLEMENTE NO SALE.
       300-IMPRIMIR-BOLETAS.
           PERFORM 900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           STRING "BOLETAS DE LOS ULTIMOS 12 PERIODOS"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "PERIODO       BRUTO     PENSION      QUINTA"
               "  OTROS DESC        NETO"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE ZERO TO WS-CONTADOR-SECCION.
           IF WS-PLANILLA-SI-ARCHIVO
              MOVE WS-PERIODO-PROCESO-NUM TO WS-PERIODO-RECORRIDO-NUM
              PERFORM 920-PERIODO-ANTERIOR 11 TIMES
              PERFORM 12 TIMES
                      MOVE WS-PERIODO-RECORRIDO-NUM TO FD-PLA-PERIODO
                      MOVE FD-EMPLEADO-ID TO FD-PLA-EMPLEADO-ID
                      READ PLANILLA
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                              PERFORM 310-IMPRIMIR-UNA-BOLETA
                      END-READ
                      PERFORM 910-PERIODO-SIGUIENTE
              END-PERFORM
           END-IF.
           IF WS-CONTADOR-SECCION = ZERO
              PERFORM 990-SIN-REGISTROS
           END-IF.

      *>   LOS ANIOS ARCHIVADOS DE LA VENTANA NO TIENEN BOLETAS EN
      *>   PLANILLA.DAT: SE AVISA PARA QUE NO SE LEAN COMO MESES SIN
      *>   PAGO.
           MOVE WS-PERIODO-PROCESO-NUM TO WS-PERIODO-RECORRIDO-NUM.
           PERFORM 920-PERIODO-ANTERIOR 11 TIMES.
           MOVE WS-RECORRIDO-ANIO TO WS-ARCHIVO-ANIO-DESDE.
           MOVE WS-PERIODO-ANIO TO WS-ARCHIVO-ANIO-HASTA.
           PERFORM 950-AVISAR-ARCHIVADOS.

      *> OTROS DESCUENTOS: RETENCION JUDICIAL, DESCUENTOS FIJOS,
      *> CUOTAS DE PRESTAMO Y ADELANTO DE QUINCENA.
       310-IMPRIMIR-UNA-BOLETA.
           COMPUTE WS-OTROS-DESCUENTOS = FD-PLA-RETENCION-JUDICIAL
               + FD-PLA-CUOTA-SINDICAL + FD-PLA-DESC-EPS
               + FD-PLA-SEGURO-ONCOLOGICO + FD-PLA-DESC-PRESTAMO
               + FD-PLA-ADELANTO.
           MOVE FD-PLA-BRUTO TO WS-MONTO-EDITADO.
           MOVE FD-PLA-DESC-PENSION TO WS-MONTO-EDITADO-2.
           MOVE FD-PLA-RETENCION-QUINTA TO WS-MONTO-EDITADO-3.
           MOVE WS-OTROS-DESCUENTOS TO WS-MONTO-EDITADO-4.
           MOVE FD-PLA-NETO TO WS-MONTO-EDITADO-5.
           MOVE SPACES TO FIC-LINEA.
           STRING FD-PLA-PERIODO "  " WS-MONTO-EDITADO "  "
               WS-MONTO-EDITADO-2 "  " WS-MONTO-EDITADO-3 "  "
               WS-MONTO-EDITADO-4 "  " WS-MONTO-EDITADO-5
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           ADD 1 TO WS-CONTADOR-SECCION.

      *> PRESTAMOS DEL EMPLEADO (START POR LA CLAVE PARCIAL, READ NEXT
      *> HASTA CAMBIAR DE EMPLEADO); SOLO LOS QUE TIENEN SALDO.
       400-IMPRIMIR-PRESTAMOS.
           PERFORM 900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           STRING "PRESTAMOS PENDIENTES Y CRONOGRAMA"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE ZERO TO WS-CONTADOR-SECCION.
           MOVE ZERO TO WS-TOTAL-SALDO-PRESTAMOS.
           IF WS-PRESTAMOS-SI-ARCHIVO
              MOVE FD-EMPLEADO-ID TO FD-PRE-EMPLEADO-ID
              MOVE ZERO TO FD-PRE-NUMERO
              START PRESTAMOS KEY IS >= FD-PRE-CLAVE
                  INVALID KEY CONTINUE
              END-START

              IF WS-PRESTAMOS-OK
                 SET FLAG-NO-LEIDO TO TRUE
                 READ PRESTAMOS NEXT RECORD
                     AT END SET FLAG-LEIDO TO TRUE
                 END-READ
                 PERFORM UNTIL FLAG-LEIDO
                         IF FD-PRE-EMPLEADO-ID = FD-EMPLEADO-ID
                            IF FD-PRE-VIGENTE AND FD-PRE-SALDO > ZERO
                               PERFORM 410-IMPRIMIR-UN-PRESTAMO
                            END-IF
                            READ PRESTAMOS NEXT RECORD
                                AT END SET FLAG-LEIDO TO TRUE
                            END-READ
                         ELSE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
           END-IF.

           IF WS-CONTADOR-SECCION = ZERO
              PERFORM 990-SIN-REGISTROS
           ELSE
              MOVE WS-TOTAL-SALDO-PRESTAMOS TO WS-TOTAL-EDITADO
              MOVE SPACES TO FIC-LINEA
              STRING "SALDO TOTAL DE PRESTAMOS: " WS-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO FIC-LINEA
              WRITE FIC-LINEA
           END-IF.

       410-IMPRIMIR-UN-PRESTAMO.
           MOVE FD-PRE-MONTO-OTORGADO TO WS-MONTO-EDITADO.
           MOVE FD-PRE-CUOTA TO WS-MONTO-EDITADO-2.
           MOVE FD-PRE-SALDO TO WS-MONTO-EDITADO-3.
           MOVE SPACES TO FIC-LINEA.
           STRING "PRESTAMO " FD-PRE-NUMERO
               " DEL " FD-PRE-FECHA-OTORGADO
               " MONTO " WS-MONTO-EDITADO
               " CUOTA " WS-MONTO-EDITADO-2
               " SALDO " WS-MONTO-EDITADO-3
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           ADD 1 TO WS-CONTADOR-SECCION.
           ADD FD-PRE-SALDO TO WS-TOTAL-SALDO-PRESTAMOS.

           IF FD-PRE-ULT-PERIODO-DESC = ZERO
              MOVE WS-PERIODO-PROCESO-NUM TO WS-PERIODO-RECORRIDO-NUM
           ELSE
              MOVE FD-PRE-ULT-PERIODO-DESC TO WS-PERIODO-RECORRIDO-NUM
              PERFORM 910-PERIODO-SIGUIENTE
           END-IF.
           MOVE FD-PRE-SALDO TO WS-SALDO-PROYECTADO.
           MOVE ZERO TO WS-NUMERO-CUOTA.
           PERFORM 420-IMPRIMIR-CUOTA
               UNTIL WS-SALDO-PROYECTADO = ZERO
                  OR WS-NUMERO-CUOTA = 999
                  OR FD-PRE-CUOTA = ZERO.

       420-IMPRIMIR-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA.
           MOVE FD-PRE-CUOTA TO WS-CUOTA-PROYECTADA.
           IF WS-CUOTA-PROYECTADA > WS-SALDO-PROYECTADO
              MOVE WS-SALDO-PROYECTADO TO WS-CUOTA-PROYECTADA
           END-IF.
           SUBTRACT WS-CUOTA-PROYECTADA FROM WS-SALDO-PROYECTADO.
           MOVE WS-CUOTA-PROYECTADA TO WS-MONTO-EDITADO.
           MOVE WS-SALDO-PROYECTADO TO WS-MONTO-EDITADO-2.
           MOVE SPACES TO FIC-LINEA.
           STRING "    CUOTA " WS-NUMERO-CUOTA
               "  PERIODO " WS-PERIODO-RECORRIDO-NUM
               "  " WS-MONTO-EDITADO
               "  SALDO " WS-MONTO-EDITADO-2
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           PERFORM 910-PERIODO-SIGUIENTE.

      *> RETENCION JUDICIAL ACTIVA (UNA POR EMPLEADO) Y DESCUENTOS
      *> FIJOS ACTIVOS Y VIGENTES AL PERIODO DE CONSULTA.
       500-IMPRIMIR-RETENCIONES.
           PERFORM 900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           STRING "RETENCIONES Y DESCUENTOS FIJOS ACTIVOS"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE ZERO TO WS-CONTADOR-SECCION.
           IF WS-RETENCIONES-SI-ARCHIVO
              MOVE FD-EMPLEADO-ID TO FD-RET-EMPLEADO-ID
              READ RETENCIONES
                  INVALID KEY CONTINUE
              END-READ
              IF WS-RETENCIONES-OK AND FD-RET-ACTIVA
                 MOVE FD-RET-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO FIC-LINEA
                 STRING "RETENCION JUDICIAL EXP. " FD-RET-EXPEDIENTE
                     " TIPO " FD-RET-TIPO " " WS-VALOR-EDITADO
                     DELIMITED BY SIZE INTO FIC-LINEA
                 WRITE FIC-LINEA
                 MOVE SPACES TO FIC-LINEA
                 STRING "    BENEFICIARIO: " FD-RET-BENEF-NOMBRE
                     " " FD-RET-BENEF-DOCUMENTO
                     DELIMITED BY SIZE INTO FIC-LINEA
                 WRITE FIC-LINEA
                 ADD 1 TO WS-CONTADOR-SECCION
              END-IF
           END-IF.

           IF WS-CONCEPTOS-SI-ARCHIVO
              MOVE FD-EMPLEADO-ID TO FD-CFI-EMPLEADO-ID
              MOVE LOW-VALUES TO FD-CFI-CONCEPTO
              START CONCEPTOS KEY IS >= FD-CFI-CLAVE
                  INVALID KEY CONTINUE
              END-START

              IF WS-CONCEPTOS-OK
                 SET FLAG-NO-LEIDO TO TRUE
                 READ CONCEPTOS NEXT RECORD
                     AT END SET FLAG-LEIDO TO TRUE
                 END-READ
                 PERFORM UNTIL FLAG-LEIDO
                         IF FD-CFI-EMPLEADO-ID = FD-EMPLEADO-ID
                            PERFORM 510-IMPRIMIR-UN-CONCEPTO
                            READ CONCEPTOS NEXT RECORD
                                AT END SET FLAG-LEIDO TO TRUE
                            END-READ
                         ELSE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
           END-IF.

           IF WS-CONTADOR-SECCION = ZERO
              PERFORM 990-SIN-REGISTROS
           END-IF.

       510-IMPRIMIR-UN-CONCEPTO.
           IF FD-CFI-ACTIVO
              AND FD-CFI-PERIODO-DESDE <= WS-PERIODO-PROCESO-NUM
              AND (FD-CFI-PERIODO-HASTA = ZERO
                   OR FD-CFI-PERIODO-HASTA >= WS-PERIODO-PROCESO-NUM)
              MOVE FD-CFI-VALOR TO WS-VALOR-EDITADO
              MOVE SPACES TO FIC-LINEA
              STRING "DESCUENTO FIJO " FD-CFI-CONCEPTO
                  " TIPO " FD-CFI-TIPO " " WS-VALOR-EDITADO
                  " " FD-CFI-PERIODO-DESDE "-" FD-CFI-PERIODO-HASTA
                  DELIMITED BY SIZE INTO FIC-LINEA
              WRITE FIC-LINEA
              IF FD-CFI-ENTIDAD-NOMBRE NOT = SPACES
                 MOVE SPACES TO FIC-LINEA
                 STRING "    ENTIDAD: " FD-CFI-ENTIDAD-NOMBRE
                     DELIMITED BY SIZE INTO FIC-LINEA
                 WRITE FIC-LINEA
              END-IF
              ADD 1 TO WS-CONTADOR-SECCION
           END-IF.

      *> SALDO DE VACACIONES AL PERIODO DE CONSULTA Y LOS GOCES DEL
      *> EMPLEADO HASTA ESE PERIODO. QUE NO EXISTA VACACIONES.DAT ES
      *> NORMAL: TODO EL DEVENGUE ESTA PENDIENTE.
       600-IMPRIMIR-VACACIONES.
           PERFORM 900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           STRING "VACACIONES AL PERIODO " WS-PERIODO-PROCESO-NUM
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE ZERO TO WS-DIAS-GOZADOS.
           OPEN INPUT VACACIONES.
           IF WS-VACACIONES-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ VACACIONES
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-VAC-EMPLEADO-ID = FD-EMPLEADO-ID AND
                         FD-VAC-PERIODO-GOCE <= WS-PERIODO-PROCESO-NUM
                         PERFORM 610-IMPRIMIR-UN-GOCE
                      END-IF
                      READ VACACIONES
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE VACACIONES
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

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
           IF WS-DIAS-GANADOS > WS-DIAS-GOZADOS
              COMPUTE WS-DIAS-PENDIENTES =
                  WS-DIAS-GANADOS - WS-DIAS-GOZADOS
           ELSE
              MOVE ZERO TO WS-DIAS-PENDIENTES
           END-IF.

           MOVE WS-DIAS-GANADOS TO WS-DIAS-EDITADO.
           MOVE WS-DIAS-GOZADOS TO WS-DIAS-EDITADO-2.
           MOVE WS-DIAS-PENDIENTES TO WS-DIAS-EDITADO-3.
           MOVE SPACES TO FIC-LINEA.
           STRING "DIAS GANADOS: " WS-DIAS-EDITADO
               "  GOZADOS: " WS-DIAS-EDITADO-2
               "  PENDIENTES: " WS-DIAS-EDITADO-3
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
      *> MAS DE 30 DIAS PENDIENTES = VACACIONES VENCIDAS, COMO EN
      *> REPORTE-VACACIONES.
           IF WS-DIAS-PENDIENTES > 30
              MOVE SPACES TO FIC-LINEA
              STRING "*** VACACIONES VENCIDAS ***"
                  DELIMITED BY SIZE INTO FIC-LINEA
              WRITE FIC-LINEA
           END-IF.

       610-IMPRIMIR-UN-GOCE.
           ADD FD-VAC-DIAS TO WS-DIAS-GOZADOS.
           MOVE FD-VAC-DIAS TO WS-DIAS-EDITADO.
           MOVE SPACES TO FIC-LINEA.
           IF FD-VAC-GOZADO
              STRING "    GOCE PERIODO " FD-VAC-PERIODO-GOCE
                  "  DIAS " WS-DIAS-EDITADO "  GOZADO"
                  DELIMITED BY SIZE INTO FIC-LINEA
           ELSE
              STRING "    GOCE PERIODO " FD-VAC-PERIODO-GOCE
                  "  DIAS " WS-DIAS-EDITADO "  PROGRAMADO"
                  DELIMITED BY SIZE INTO FIC-LINEA
           END-IF.
           WRITE FIC-LINEA.

      *> LICENCIAS DEL ANIO DE CONSULTA: LOS DIAS DE DESCANSO MEDICO
      *> PAGADOS POR EL EMPLEADOR SALEN DEL CONTADOR DE SUBSIDIOS.DAT;
      *> LOS SUBSIDIADOS POR ESSALUD, DE LAS BOLETAS DE ENERO AL MES
      *> DE CONSULTA.
       650-IMPRIMIR-LICENCIAS.
           PERFORM 900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           STRING "LICENCIAS DEL ANIO " WS-PERIODO-ANIO
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE ZERO TO WS-DIAS-EMPLEADOR.
           IF WS-SUBSIDIOS-SI-ARCHIVO
              MOVE FD-EMPLEADO-ID TO FD-SUB-EMPLEADO-ID
              MOVE WS-PERIODO-ANIO TO FD-SUB-ANIO
              READ SUBSIDIOS
                  INVALID KEY CONTINUE
              END-READ
              IF WS-SUBSIDIOS-OK
                 MOVE FD-SUB-DIAS-EMPLEADOR TO WS-DIAS-EMPLEADOR
              END-IF
           END-IF.

           MOVE ZERO TO WS-DIAS-SUBSIDIADOS.
           IF WS-PLANILLA-SI-ARCHIVO
              MOVE WS-PERIODO-ANIO TO WS-RECORRIDO-ANIO
              MOVE 1 TO WS-RECORRIDO-MES
              PERFORM WS-PERIODO-MES TIMES
                      MOVE WS-PERIODO-RECORRIDO-NUM TO FD-PLA-PERIODO
                      MOVE FD-EMPLEADO-ID TO FD-PLA-EMPLEADO-ID
                      READ PLANILLA
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                              ADD FD-PLA-DIAS-SUBSIDIO
                                  TO WS-DIAS-SUBSIDIADOS
                      END-READ
                      PERFORM 910-PERIODO-SIGUIENTE
              END-PERFORM
           END-IF.

           MOVE WS-DIAS-EMPLEADOR TO WS-DIAS-EDITADO.
           MOVE SPACES TO FIC-LINEA.
           STRING "DIAS DE DESCANSO MEDICO PAGADOS POR EL EMPLEADOR: "
               WS-DIAS-EDITADO
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE WS-DIAS-SUBSIDIADOS TO WS-DIAS-EDITADO.
           MOVE SPACES TO FIC-LINEA.
           STRING "DIAS SUBSIDIADOS POR ESSALUD:                     "
               WS-DIAS-EDITADO
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

      *>   CON EL ANIO ARCHIVADO LAS BOLETAS NO ESTAN EN PLANILLA.DAT Y
      *>   LOS DIAS SUBSIDIADOS SALEN EN CERO.
           MOVE WS-PERIODO-ANIO TO WS-ARCHIVO-ANIO-DESDE.
           MOVE WS-PERIODO-ANIO TO WS-ARCHIVO-ANIO-HASTA.
           PERFORM 950-AVISAR-ARCHIVADOS.

      *> HISTORIA DE CAMBIOS DEL EMPLEADO EN LA BITACORA, EN EL ORDEN
      *> EN QUE SE GRABARON.
       700-IMPRIMIR-BITACORA.
           PERFORM 900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           STRING "HISTORIA DE CAMBIOS (BITACORA)"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE ZERO TO WS-CONTADOR-SECCION.
           OPEN INPUT BITACORA.
           IF WS-BITACORA-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ BITACORA
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF BIT-EMPLEADO-ID = FD-EMPLEADO-ID
                         PERFORM 710-IMPRIMIR-UN-CAMBIO
                      END-IF
                      READ BITACORA
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BITACORA
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

           IF WS-CONTADOR-SECCION = ZERO
              PERFORM 990-SIN-REGISTROS
           END-IF.

      *>   LAS MODIFICACIONES Y CESES DE UN ANIO ARCHIVADO ESTAN EN
      *>   HISTORICO-BITACORA-AAAA.DAT Y NO SALEN EN ESTA HISTORIA.
           MOVE WS-INGRESO-ANIO TO WS-ARCHIVO-ANIO-DESDE.
           MOVE WS-SISTEMA-ANIO TO WS-ARCHIVO-ANIO-HASTA.
           PERFORM 950-AVISAR-ARCHIVADOS.

      *> UNA MODIFICACION DICE QUE CAMBIO; UN RENGLON GRABADO ANTES
      *> DE LOS INDICADORES NO TRAE EL DETALLE.
       710-IMPRIMIR-UN-CAMBIO.
           MOVE SPACES TO WS-DETALLE-CAMBIOS.
           EVALUATE TRUE
               WHEN BIT-ACCION-ALTA
                   MOVE "ALTA" TO WS-DESCRIPCION-ACCION
               WHEN BIT-ACCION-CESE
                   MOVE "CESE" TO WS-DESCRIPCION-ACCION
               WHEN OTHER
                   MOVE "MODIFICACION" TO WS-DESCRIPCION-ACCION
                   IF BIT-CAMBIOS-SIN-DETALLE
                      MOVE "SIN DETALLE" TO WS-DETALLE-CAMBIOS
                   END-IF
                   IF BIT-CAMBIO-PENSION-SI
                      MOVE "PENSION" TO WS-CAMBIO-PENSION
                   END-IF
                   IF BIT-CAMBIO-PAGO-SI
                      MOVE "PAGO" TO WS-CAMBIO-PAGO
                   END-IF
                   IF BIT-CAMBIO-SUELDO-SI
                      MOVE "SUELDO" TO WS-CAMBIO-SUELDO
                   END-IF
                   IF BIT-CAMBIO-CCOSTO-SI
                      MOVE "C.COSTO" TO WS-CAMBIO-CCOSTO
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO FIC-LINEA.
           STRING BIT-FECHA-HORA " " WS-DESCRIPCION-ACCION
               BIT-OPERADOR " " WS-DETALLE-CAMBIOS
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           ADD 1 TO WS-CONTADOR-SECCION.

      *> CONSTANCIA DE TRABAJO CON LOS DATOS DEL MAESTRO: UN EMPLEADO
      *> ACTIVO "LABORA" DESDE SU INGRESO; UNO CESADO "LABORO" HASTA
      *> SU FECHA DE CESE.
       800-IMPRIMIR-CONSTANCIA-TRABAJO.
           PERFORM 900-TITULO-SECCION.
           WRITE FIC-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO FIC-LINEA.
           STRING "                    CONSTANCIA DE TRABAJO"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           WRITE FIC-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "SE DEJA CONSTANCIA QUE " FD-EMPLEADO-NOMBRE
               ", CODIGO " FD-EMPLEADO-ID ","
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           IF FD-EMPLEADO-INACTIVO
              STRING "HA LABORADO EN LA EMPRESA DESDE EL "
                  WS-FECHA-INGRESO-EDITADA " HASTA EL "
                  WS-FECHA-CESE-EDITADA ","
                  DELIMITED BY SIZE INTO FIC-LINEA
           ELSE
              STRING "LABORA EN LA EMPRESA DESDE EL "
                  WS-FECHA-INGRESO-EDITADA " A LA FECHA,"
                  DELIMITED BY SIZE INTO FIC-LINEA
           END-IF.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "EN EL AREA " FD-EMPLEADO-AREA
               " (CENTRO DE COSTO " FD-EMPLEADO-CENTRO-COSTO ")."
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "SE EXPIDE LA PRESENTE A SOLICITUD DEL INTERESADO"
               " PARA LOS FINES QUE"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "ESTIME CONVENIENTES."
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

           PERFORM 890-IMPRIMIR-FIRMA.

      *> CONSTANCIA DE HABERES: UNA LINEA POR BOLETA DEL RANGO PEDIDO,
      *> CON EL NETO DEL MES (NETO FINAL MAS EL ADELANTO DE QUINCENA
      *> YA PAGADO), Y LOS TOTALES DEL RANGO. SI ALGUN ANIO DEL RANGO
      *> ESTA ARCHIVADO NO SE EMITE: SUS BOLETAS NO ESTAN EN
      *> PLANILLA.DAT Y LA CONSTANCIA SALDRIA CON HABERES DE MENOS.
       850-IMPRIMIR-CONSTANCIA-HABERES.
           PERFORM 900-TITULO-SECCION.
           MOVE WS-DESDE-ANIO TO WS-ARCHIVO-ANIO-DESDE.
           MOVE WS-HASTA-ANIO TO WS-ARCHIVO-ANIO-HASTA.
           PERFORM 950-AVISAR-ARCHIVADOS.
           IF WS-CANT-ANIOS-ARCHIVADOS > ZERO
              MOVE SPACES TO FIC-LINEA
              STRING "    " WS-DISPLAY-HABERES-ARCHIVADO
                  DELIMITED BY SIZE INTO FIC-LINEA
              WRITE FIC-LINEA
              DISPLAY WS-DISPLAY-HABERES-ARCHIVADO
           ELSE
              PERFORM 855-EMITIR-CONSTANCIA-HABERES
           END-IF.

       855-EMITIR-CONSTANCIA-HABERES.
           WRITE FIC-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO FIC-LINEA.
           STRING "                    CONSTANCIA DE HABERES"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           WRITE FIC-LINEA FROM WS-LIN-DOBLE.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "SE DEJA CONSTANCIA QUE " FD-EMPLEADO-NOMBRE
               ", CODIGO " FD-EMPLEADO-ID ","
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "HA PERCIBIDO ENTRE LOS PERIODOS "
               WS-HABERES-DESDE-NUM " Y " WS-HABERES-HASTA-NUM
               " LOS SIGUIENTES HABERES:"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.

           MOVE SPACES TO FIC-LINEA.
           STRING "PERIODO       BRUTO    SUBSIDIO     PENSION"
               "      QUINTA    NETO MES"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           WRITE FIC-LINEA FROM WS-LIN-SEPARADOR.

           INITIALIZE WS-TOTALES-HABERES.
           MOVE ZERO TO WS-CONTADOR-SECCION.
           IF WS-PLANILLA-SI-ARCHIVO
              MOVE WS-HABERES-DESDE-NUM TO WS-PERIODO-RECORRIDO-NUM
              PERFORM UNTIL WS-PERIODO-RECORRIDO-NUM >
                            WS-HABERES-HASTA-NUM
                      MOVE WS-PERIODO-RECORRIDO-NUM TO FD-PLA-PERIODO
                      MOVE FD-EMPLEADO-ID TO FD-PLA-EMPLEADO-ID
                      READ PLANILLA
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                              PERFORM 860-IMPRIMIR-UN-HABER
                      END-READ
                      PERFORM 910-PERIODO-SIGUIENTE
              END-PERFORM
           END-IF.

           IF WS-CONTADOR-SECCION = ZERO
              PERFORM 990-SIN-REGISTROS
           ELSE
              WRITE FIC-LINEA FROM WS-LIN-SEPARADOR
              MOVE WS-TOT-BRUTO TO WS-MONTO-EDITADO
              MOVE WS-TOT-SUBSIDIO TO WS-MONTO-EDITADO-2
              MOVE WS-TOT-PENSION TO WS-MONTO-EDITADO-3
              MOVE WS-TOT-QUINTA TO WS-MONTO-EDITADO-4
              MOVE WS-TOT-NETO TO WS-MONTO-EDITADO-5
              MOVE SPACES TO FIC-LINEA
              STRING "TOTAL   " WS-MONTO-EDITADO "  "
                  WS-MONTO-EDITADO-2 "  " WS-MONTO-EDITADO-3 "  "
                  WS-MONTO-EDITADO-4 "  " WS-MONTO-EDITADO-5
                  DELIMITED BY SIZE INTO FIC-LINEA
              WRITE FIC-LINEA
           END-IF.

           PERFORM 890-IMPRIMIR-FIRMA.

       860-IMPRIMIR-UN-HABER.
           COMPUTE WS-NETO-MES = FD-PLA-NETO + FD-PLA-ADELANTO.
           MOVE FD-PLA-BRUTO TO WS-MONTO-EDITADO.
           MOVE FD-PLA-SUBSIDIO TO WS-MONTO-EDITADO-2.
           MOVE FD-PLA-DESC-PENSION TO WS-MONTO-EDITADO-3.
           MOVE FD-PLA-RETENCION-QUINTA TO WS-MONTO-EDITADO-4.
           MOVE WS-NETO-MES TO WS-MONTO-EDITADO-5.
           MOVE SPACES TO FIC-LINEA.
           STRING FD-PLA-PERIODO "  " WS-MONTO-EDITADO "  "
               WS-MONTO-EDITADO-2 "  " WS-MONTO-EDITADO-3 "  "
               WS-MONTO-EDITADO-4 "  " WS-MONTO-EDITADO-5
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           ADD 1 TO WS-CONTADOR-SECCION.
           ADD FD-PLA-BRUTO TO WS-TOT-BRUTO.
           ADD FD-PLA-SUBSIDIO TO WS-TOT-SUBSIDIO.
           ADD FD-PLA-DESC-PENSION TO WS-TOT-PENSION.
           ADD FD-PLA-RETENCION-QUINTA TO WS-TOT-QUINTA.
           ADD WS-NETO-MES TO WS-TOT-NETO.

       890-IMPRIMIR-FIRMA.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "FECHA DE EMISION: " WS-FECHA-SISTEMA-EDITADA
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "                              "
               "------------------------"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.
           MOVE SPACES TO FIC-LINEA.
           STRING "                                   RECURSOS HUMANOS"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

       900-TITULO-SECCION.
           MOVE SPACES TO FIC-LINEA.
           WRITE FIC-LINEA.
           WRITE FIC-LINEA FROM WS-LIN-SEPARADOR.

      *> AVANZA / RETROCEDE UN MES EL PERIODO RECORRIDO; DICIEMBRE
      *> PASA A ENERO DEL ANIO SIGUIENTE Y VICEVERSA.
       910-PERIODO-SIGUIENTE.
           IF WS-RECORRIDO-MES = 12
              ADD 1 TO WS-RECORRIDO-ANIO
              MOVE 1 TO WS-RECORRIDO-MES
           ELSE
              ADD 1 TO WS-RECORRIDO-MES
           END-IF.

       920-PERIODO-ANTERIOR.
           IF WS-RECORRIDO-MES = 1
              SUBTRACT 1 FROM WS-RECORRIDO-ANIO
              MOVE 12 TO WS-RECORRIDO-MES
           ELSE
              SUBTRACT 1 FROM WS-RECORRIDO-MES
           END-IF.

      *> AVISA CADA ANIO ENTRE WS-ARCHIVO-ANIO-DESDE Y -HASTA QUE ESTA
      *> ARCHIVADO EN HISTORICOS.DAT Y DEJA CUANTOS SON.
       950-AVISAR-ARCHIVADOS.
           MOVE ZERO TO WS-CANT-ANIOS-ARCHIVADOS.
           PERFORM VARYING WS-ANIO-VERIFICAR
                   FROM WS-ARCHIVO-ANIO-DESDE BY 1
                   UNTIL WS-ANIO-VERIFICAR > WS-ARCHIVO-ANIO-HASTA
                   PERFORM 960-VERIFICAR-ARCHIVADO
                   IF WS-ANIO-ARCHIVADO
                      ADD 1 TO WS-CANT-ANIOS-ARCHIVADOS
                      MOVE SPACES TO FIC-LINEA
                      STRING "    ANIO " WS-ANIO-VERIFICAR
                          " ARCHIVADO; RESTAURELO CON ARCHIVO-HISTORICO"
                          DELIMITED BY SIZE INTO FIC-LINEA
                      WRITE FIC-LINEA
                   END-IF
           END-PERFORM.

       960-VERIFICAR-ARCHIVADO.
           SET WS-ANIO-NO-ARCHIVADO TO TRUE.
           IF WS-HISTORICOS-SI-ARCHIVO
              MOVE WS-ANIO-VERIFICAR TO FD-HIS-ANIO
              READ HISTORICOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      IF FD-HIS-ARCHIVADO
                         SET WS-ANIO-ARCHIVADO TO TRUE
                      END-IF
              END-READ
           END-IF.

       990-SIN-REGISTROS.
           MOVE SPACES TO FIC-LINEA.
           STRING "    SIN REGISTROS"
               DELIMITED BY SIZE INTO FIC-LINEA.
           WRITE FIC-LINEA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CUENTAS.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * MANTENIMIENTO DE LA TABLA DE CUENTAS CONTABLES DE LA PLANILLA
      * (cuentas.dat, VER CUENTA.CPY). LAS CUENTAS DEJAN DE ESTAR
      * GRABADAS DENTRO DE GENERAR-ASIENTO: CUANDO CONTABILIDAD ABRE
      * UN CENTRO DE COSTO CON CUENTAS PROPIAS O CAMBIA EL PLAN, SE
      * AGREGA AQUI UN RENGLON, SIN RECOMPILAR NADA. LO MISMO VALE
      * PARA LOS ASIENTOS DE PROVISION-BENEFICIOS Y DE
      * CALCULO-BENEFICIOS. COMO EN
      * MANTENER-TASAS, LOS RENGLONES NO SE BORRAN NI SE MODIFICAN:
      * UN RENGLON NUEVO PARA EL MISMO CONCEPTO Y CENTRO DE COSTO
      * REEMPLAZA AL ANTERIOR.
      *   1 - LISTA LA TABLA TAL COMO ESTA GRABADA.
      *   2 - AGREGA RENGLONES.
      *   3 - CARGA EL PLAN INICIAL: LAS CUENTAS GENERALES QUE USABA
      *       EL ASIENTO, SOLO SI CUENTAS.DAT TODAVIA NO EXISTE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "../data/cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

       DATA DIVISION.

       FILE SECTION.
       FD  CUENTAS.
           COPY cuenta.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "MANTENIMIENTO DE CUENTAS CONTABLES DE PLANILLA".
       01 WS-DISPLAY-MENU-MODO          PIC X(70)   VALUE
             "1-LISTAR CUENTAS  2-AGREGAR CUENTA  3-PLAN INICIAL".
       01 WS-DISPLAY-INPUT-CONCEPTO     PIC X(50)   VALUE
             "INGRESE CONCEPTO: ".
       01 WS-DISPLAY-CONCEPTOS-VALIDOS  PIC X(80)   VALUE
             "CONCEPTOS: SUELDOS VACACION HEXTRAS BONIFIC ASIGFAM ESSA
      -    "LUD SUBSIDIO NETO".
       01 WS-DISPLAY-CONCEPTOS-VALIDOS-2
                                        PIC X(80)   VALUE
             "           ONP AFP QUINTA JUDICIAL PRESTAMO ADELANTO ESS
      -    "ALPAG SINDICAT".
       01 WS-DISPLAY-CONCEPTOS-VALIDOS-3
                                        PIC X(80)   VALUE
             "           EPSTRAB EPSCRED ONCOLOG GRATIGTO BONEXGTO CTS
      -    "GTO VACAGTO".
       01 WS-DISPLAY-CONCEPTOS-VALIDOS-4
                                        PIC X(80)   VALUE
             "           GRATIPRV CTSPRV VACAPRV GRATIPAG CTSPAG".
       01 WS-DISPLAY-INPUT-CENTRO-COSTO PIC X(60)   VALUE
             "INGRESE CENTRO DE COSTO (BLANCO = GENERAL): ".
       01 WS-DISPLAY-INPUT-CUENTA       PIC X(50)   VALUE
             "INGRESE CUENTA CONTABLE (6 DIGITOS): ".
       01 WS-DISPLAY-INPUT-GLOSA        PIC X(50)   VALUE
             "INGRESE GLOSA DEL RENGLON DEL ASIENTO: ".
       01 WS-DISPLAY-SOLO-GENERAL       PIC X(70)   VALUE
             "ESE CONCEPTO NO SE REPARTE: SOLO ADMITE CENTRO EN BLANCO".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-ARCHIVO         PIC X(50)   VALUE
             "NO HAY CUENTAS REGISTRADAS TODAVIA".
       01 WS-DISPLAY-YA-EXISTE          PIC X(70)   VALUE
             "CUENTAS.DAT YA EXISTE; USE LA OPCION 2 PARA AGREGAR".

       01 WS-FS-CUENTAS                 PIC X(2)    VALUE "00".
          88 WS-CUENTAS-OK                          VALUE "00".
          88 WS-CUENTAS-NO-EXISTE                   VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-MODO-OPERACION             PIC X(1)    VALUE "1".
          88 WS-MODO-LISTAR                         VALUE "1".
          88 WS-MODO-AGREGAR                        VALUE "2".
          88 WS-MODO-PLAN-INICIAL                   VALUE "3".

       01 WS-PROCESO-AGREGAR            PIC X(1)    VALUE "S".
          88 WS-AGREGAR-CONTINUAR                   VALUE "S" "s".
          88 WS-AGREGAR-TERMINAR                    VALUE "N" "n".

       01 WS-VALIDAR-CONCEPTO           PIC X(1)    VALUE "N".
          88 WS-CONCEPTO-VALIDO                     VALUE "S".
          88 WS-CONCEPTO-INVALIDO                   VALUE "N".
       01 WS-VALIDAR-CENTRO-COSTO       PIC X(1)    VALUE "N".
          88 WS-CENTRO-COSTO-VALIDO                 VALUE "S".
          88 WS-CENTRO-COSTO-INVALIDO               VALUE "N".
       01 WS-VALIDAR-CUENTA             PIC X(1)    VALUE "N".
          88 WS-CUENTA-VALIDA                       VALUE "S".
          88 WS-CUENTA-INVALIDA                     VALUE "N".
       01 WS-VALIDAR-GLOSA              PIC X(1)    VALUE "N".
          88 WS-GLOSA-VALIDA                        VALUE "S".
          88 WS-GLOSA-INVALIDA                      VALUE "N".

       01 WS-CTA-CONCEPTO               PIC X(8).
      *>    LA LISTA DE CONCEPTOS ADMITIDOS DEBE COINCIDIR CON LOS 88
      *>    DE CUENTA.CPY; UN CONCEPTO DESCONOCIDO NUNCA SERIA USADO
      *>    POR NINGUN ASIENTO.
          88 WS-CONCEPTO-CONOCIDO                   VALUE "SUELDOS"
             "VACACION" "HEXTRAS" "BONIFIC" "ASIGFAM" "ESSALUD"
             "SUBSIDIO" "NETO" "ONP" "AFP" "QUINTA" "JUDICIAL"
             "PRESTAMO" "ADELANTO" "ESSALPAG" "SINDICAT" "EPSTRAB"
             "ONCOLOG" "EPSCRED" "GRATIGTO" "BONEXGTO" "CTSGTO"
             "VACAGTO" "GRATIPRV" "CTSPRV" "VACAPRV" "GRATIPAG"
             "CTSPAG".
      *>    SOLO LOS CARGOS DE GASTO SE REPARTEN POR CENTRO DE COSTO;
      *>    LOS DEMAS CONCEPTOS VAN POR EL TOTAL DE LA EMPRESA.
          88 WS-CONCEPTO-DE-GASTO                   VALUE "SUELDOS"
             "VACACION" "HEXTRAS" "BONIFIC" "ASIGFAM" "ESSALUD".
       01 WS-CTA-CENTRO-COSTO           PIC X(6).
       01 WS-CTA-CUENTA                 PIC X(6).
       01 WS-CTA-GLOSA                  PIC X(30).
       01 WS-CONTADOR-CUENTAS           PIC 9(4)    VALUE 0.
       01 WS-CENTRO-LISTADO             PIC X(7).

      *> PLAN INICIAL: LAS CUENTAS GENERALES DEL PLAN CONTABLE QUE USA
      *> CONTABILIDAD PARA LA PLANILLA. SOLO SIRVE PARA ARRANCAR LA
      *> TABLA; DESPUES SE MANTIENE CON LA OPCION 2.
       01 WS-PLAN-INICIAL-VALORES.
          05 FILLER                     PIC X(44)   VALUE
             "SUELDOS 621101SUELDOS DEL MES               ".
          05 FILLER                     PIC X(44)   VALUE
             "VACACION621501VACACIONES                    ".
          05 FILLER                     PIC X(44)   VALUE
             "HEXTRAS 621102HORAS EXTRAS                  ".
          05 FILLER                     PIC X(44)   VALUE
             "BONIFIC 621103BONIFICACIONES                ".
          05 FILLER                     PIC X(44)   VALUE
             "ASIGFAM 622101ASIGNACION FAMILIAR           ".
          05 FILLER                     PIC X(44)   VALUE
             "ESSALUD 627101APORTE ESSALUD                ".
          05 FILLER                     PIC X(44)   VALUE
             "SUBSIDIO163101SUBSIDIOS POR COBRAR ESSALUD  ".
          05 FILLER                     PIC X(44)   VALUE
             "NETO    411101NETO POR PAGAR                ".
          05 FILLER                     PIC X(44)   VALUE
             "ONP     403201PENSIONES ONP POR PAGAR       ".
          05 FILLER                     PIC X(44)   VALUE
             "AFP     403301PENSIONES AFP POR PAGAR       ".
          05 FILLER                     PIC X(44)   VALUE
             "QUINTA  401701QUINTA CATEGORIA POR PAGAR    ".
          05 FILLER                     PIC X(44)   VALUE
             "JUDICIAL469101RETENCIONES JUDICIALES        ".
          05 FILLER                     PIC X(44)   VALUE
             "PRESTAMO141101RECUPERO PRESTAMOS PERSONAL   ".
          05 FILLER                     PIC X(44)   VALUE
             "ADELANTO141102RECUPERO ADELANTO QUINCENA    ".
          05 FILLER                     PIC X(44)   VALUE
             "ESSALPAG403101ESSALUD POR PAGAR             ".
          05 FILLER                     PIC X(44)   VALUE
             "SINDICAT469201CUOTA SINDICAL POR PAGAR      ".
          05 FILLER                     PIC X(44)   VALUE
             "EPSTRAB 469301EPS APORTE TRABAJADOR X PAGAR ".
          05 FILLER                     PIC X(44)   VALUE
             "EPSCRED 469302EPS CREDITO ESSALUD POR PAGAR ".
          05 FILLER                     PIC X(44)   VALUE
             "ONCOLOG 469401SEGURO ONCOLOGICO POR PAGAR   ".
          05 FILLER                     PIC X(44)   VALUE
             "GRATIGTO621401GRATIFICACIONES (PROVISION)   ".
          05 FILLER                     PIC X(44)   VALUE
             "BONEXGTO621402BONIF. EXTRAORD. (PROVISION)  ".
          05 FILLER                     PIC X(44)   VALUE
             "CTSGTO  629101CTS (PROVISION)               ".
          05 FILLER                     PIC X(44)   VALUE
             "VACAGTO 621501VACACIONES (PROVISION)        ".
          05 FILLER                     PIC X(44)   VALUE
             "GRATIPRV411401GRATIFICACIONES PROVISIONADAS ".
          05 FILLER                     PIC X(44)   VALUE
             "CTSPRV  415101CTS PROVISIONADA              ".
          05 FILLER                     PIC X(44)   VALUE
             "VACAPRV 411501VACACIONES PROVISIONADAS      ".
          05 FILLER                     PIC X(44)   VALUE
             "GRATIPAG411402GRATIFICACIONES POR PAGAR     ".
          05 FILLER                     PIC X(44)   VALUE
             "CTSPAG  415102CTS POR DEPOSITAR             ".
       01 WS-PLAN-INICIAL REDEFINES WS-PLAN-INICIAL-VALORES.
          05 WS-PLAN-ENTRADA OCCURS 28 TIMES.
             10 WS-PLAN-CONCEPTO        PIC X(8).
             10 WS-PLAN-CUENTA          PIC X(6).
             10 WS-PLAN-GLOSA           PIC X(30).
       01 WS-PLAN-INDICE                PIC 9(2).

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           DISPLAY WS-DISPLAY-MENU-MODO.
           ACCEPT WS-MODO-OPERACION.

           EVALUATE TRUE
               WHEN WS-MODO-AGREGAR
                   PERFORM 200-AGREGAR-CUENTAS
               WHEN WS-MODO-PLAN-INICIAL
                   PERFORM 300-CARGAR-PLAN-INICIAL
               WHEN OTHER
                   PERFORM 100-LISTAR-CUENTAS
           END-EVALUATE.
           STOP RUN.

       100-LISTAR-CUENTAS.
           OPEN INPUT CUENTAS.
           IF WS-CUENTAS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-ARCHIVO
           ELSE
              MOVE ZERO TO WS-CONTADOR-CUENTAS
              SET FLAG-NO-LEIDO TO TRUE
              READ CUENTAS
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-CTA-CENTRO-COSTO = SPACES
                         MOVE "GENERAL" TO WS-CENTRO-LISTADO
                      ELSE
                         MOVE FD-CTA-CENTRO-COSTO TO WS-CENTRO-LISTADO
                      END-IF
                      DISPLAY FD-CTA-CONCEPTO " " WS-CENTRO-LISTADO
                          " " FD-CTA-CUENTA " " FD-CTA-GLOSA
                      ADD 1 TO WS-CONTADOR-CUENTAS
                      READ CUENTAS
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              DISPLAY "CUENTAS REGISTRADAS: " WS-CONTADOR-CUENTAS
              CLOSE CUENTAS
           END-IF.

       200-AGREGAR-CUENTAS.
      *> EL ARCHIVO SE ABRE EN EXTEND: LOS RENGLONES ANTERIORES NO SE
      *> TOCAN, CADA CAMBIO ES UN RENGLON NUEVO AL FINAL.
           OPEN INPUT CUENTAS.
           IF WS-CUENTAS-NO-EXISTE
              CLOSE CUENTAS
              OPEN OUTPUT CUENTAS
           ELSE
              CLOSE CUENTAS
              OPEN EXTEND CUENTAS
           END-IF.

           SET WS-AGREGAR-CONTINUAR TO TRUE.
           PERFORM UNTIL WS-AGREGAR-TERMINAR
                   PERFORM 210-AGREGAR-UNA-CUENTA
                   DISPLAY "¿Desea agregar otra cuenta? (S/N): "
                   ACCEPT WS-PROCESO-AGREGAR
           END-PERFORM.
           CLOSE CUENTAS.

       210-AGREGAR-UNA-CUENTA.
           PERFORM 201-PROCESAR-CONCEPTO.
           PERFORM 202-PROCESAR-CENTRO-COSTO.
           PERFORM 203-PROCESAR-CUENTA.
           PERFORM 204-PROCESAR-GLOSA.

           MOVE WS-CTA-CONCEPTO TO FD-CTA-CONCEPTO.
           MOVE WS-CTA-CENTRO-COSTO TO FD-CTA-CENTRO-COSTO.
           MOVE WS-CTA-CUENTA TO FD-CTA-CUENTA.
           MOVE WS-CTA-GLOSA TO FD-CTA-GLOSA.
           WRITE FD-CUENTA-REG.
           DISPLAY WS-DISPLAY-MENSAJE-EXITO.

       201-PROCESAR-CONCEPTO.
           SET WS-CONCEPTO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-CONCEPTO-VALIDO
                   DISPLAY WS-DISPLAY-CONCEPTOS-VALIDOS
                   DISPLAY WS-DISPLAY-CONCEPTOS-VALIDOS-2
                   DISPLAY WS-DISPLAY-CONCEPTOS-VALIDOS-3
                   DISPLAY WS-DISPLAY-CONCEPTOS-VALIDOS-4
                   DISPLAY WS-DISPLAY-INPUT-CONCEPTO
                   ACCEPT WS-CTA-CONCEPTO

                   PERFORM 501-VALIDAR-CONCEPTO
           END-PERFORM.
       501-VALIDAR-CONCEPTO.

           SET WS-CONCEPTO-VALIDO TO TRUE.
           *> VALIDAR CONCEPTO DEL ASIENTO
           IF NOT WS-CONCEPTO-CONOCIDO
              DISPLAY WS-DISPLAY-ERROR
              SET WS-CONCEPTO-INVALIDO TO TRUE
           END-IF.

       202-PROCESAR-CENTRO-COSTO.
           SET WS-CENTRO-COSTO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-CENTRO-COSTO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-CENTRO-COSTO
                   ACCEPT WS-CTA-CENTRO-COSTO

                   PERFORM 502-VALIDAR-CENTRO-COSTO
           END-PERFORM.
       502-VALIDAR-CENTRO-COSTO.

           SET WS-CENTRO-COSTO-VALIDO TO TRUE.
      *> UN CENTRO DE COSTO PROPIO SOLO TIENE SENTIDO EN UN CARGO DE
      *> GASTO; EN LOS DEMAS GENERAR-ASIENTO NUNCA LO BUSCARIA.
           IF WS-CTA-CENTRO-COSTO NOT = SPACES AND
              NOT WS-CONCEPTO-DE-GASTO
              DISPLAY WS-DISPLAY-SOLO-GENERAL
              SET WS-CENTRO-COSTO-INVALIDO TO TRUE
           END-IF.

       203-PROCESAR-CUENTA.
           SET WS-CUENTA-INVALIDA TO TRUE.
           PERFORM UNTIL WS-CUENTA-VALIDA
                   DISPLAY WS-DISPLAY-INPUT-CUENTA
                   ACCEPT WS-CTA-CUENTA

                   PERFORM 503-VALIDAR-CUENTA
           END-PERFORM.
       503-VALIDAR-CUENTA.

           SET WS-CUENTA-VALIDA TO TRUE.
           *> VALIDAR CUENTA DEL PLAN CONTABLE
           IF WS-CTA-CUENTA IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-CUENTA-INVALIDA TO TRUE
           END-IF.

       204-PROCESAR-GLOSA.
           SET WS-GLOSA-INVALIDA TO TRUE.
           PERFORM UNTIL WS-GLOSA-VALIDA
                   DISPLAY WS-DISPLAY-INPUT-GLOSA
                   ACCEPT WS-CTA-GLOSA

                   PERFORM 504-VALIDAR-GLOSA
           END-PERFORM.
       504-VALIDAR-GLOSA.

           SET WS-GLOSA-VALIDA TO TRUE.
           *> VALIDAR GLOSA
           IF WS-CTA-GLOSA = SPACES
              DISPLAY WS-DISPLAY-ERROR
              SET WS-GLOSA-INVALIDA TO TRUE
           END-IF.

      *> LA CARGA INICIAL NO SE SUPERPONE A UNA TABLA YA MANTENIDA:
      *> SI CUENTAS.DAT EXISTE SE AVISA Y NO SE GRABA NADA.
       300-CARGAR-PLAN-INICIAL.
           OPEN INPUT CUENTAS.
           IF NOT WS-CUENTAS-NO-EXISTE
              CLOSE CUENTAS
              DISPLAY WS-DISPLAY-YA-EXISTE
           ELSE
              OPEN OUTPUT CUENTAS
              PERFORM VARYING WS-PLAN-INDICE FROM 1 BY 1
                      UNTIL WS-PLAN-INDICE > 28
                      MOVE WS-PLAN-CONCEPTO(WS-PLAN-INDICE)
                          TO FD-CTA-CONCEPTO
                      MOVE SPACES TO FD-CTA-CENTRO-COSTO
                      MOVE WS-PLAN-CUENTA(WS-PLAN-INDICE)
                          TO FD-CTA-CUENTA
                      MOVE WS-PLAN-GLOSA(WS-PLAN-INDICE)
                          TO FD-CTA-GLOSA
                      WRITE FD-CUENTA-REG
              END-PERFORM
              CLOSE CUENTAS
              DISPLAY "CUENTAS GENERALES CARGADAS: 28"
           END-IF.

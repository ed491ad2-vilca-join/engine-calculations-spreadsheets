      * UTILITARIO DE REORGANIZACION, DE UNA SOLA EJECUCION (AL ESTILO
      * DE REINDEXAR-EMPLEADOS): RECONSTRUYE EL HISTORICO DE PLANILLA
      * Y EL CONTROL DE PERIODOS DESPUES DE QUE SUS LAYOUTS CRECIERON
      * (CENTRO DE COSTO, AREA, DESCUENTOS FIJOS Y CREDITO EPS EN
      * PLANILLA.CPY; CONSTANCIA DE LA CONCILIACION CON EL BANCO EN
      * PERIODO.CPY). UN PLANILLA.DAT O PERIODOS.DAT DEL LAYOUT
      * ANTERIOR ABRE CON ESTADO 39 EN TODOS LOS PROGRAMAS HASTA
      * RECONSTRUIRLO AQUI.
      *   - SE RESPALDAN A MANO COMO PLANILLA.DAT.BAK Y
      *     PERIODOS.DAT.BAK ANTES DE ACTUALIZAR.
      *   - CADA ARCHIVO SE LEE DEL RESPALDO CON SU LAYOUT ANTERIOR
      *     (DECLARADO EN LINEA) Y SE REESCRIBE CON EL LAYOUT ACTUAL:
      *     LOS CAMPOS NUEVOS QUEDAN EN CERO/BLANCO (UN PERIODO
      *     MIGRADO FIGURA SIN CONCILIAR HASTA QUE CORRA
      *     CONCILIAR-ABONOS; UNA BOLETA MIGRADA NO TIENE DESCUENTOS
      *     FIJOS NI CREDITO EPS, QUE ANTES SE LLEVABAN FUERA), SALVO
      *     EL CENTRO DE COSTO Y EL AREA DE CADA BOLETA, QUE SE TOMAN
      *     DEL MAESTRO DE EMPLEADOS ACTUAL (NO HAY OTRO DATO DE A QUE
      *     AREA PERTENECIA EL EMPLEADO).
      * UN RESPALDO AUSENTE SE AVISA Y SE SALTA, PARA PODER MIGRAR UN
      * ARCHIVO A LA VEZ; EL ARCHIVO VIVO SOLO SE TOCA SI SU RESPALDO
      * ABRIO BIEN.
               RECORD KEY IS FD-PLA-CLAVE
               FILE STATUS IS WS-FS-PLANILLA.

      *> MAESTRO DE EMPLEADOS, SOLO PARA COMPLETAR EL CENTRO DE COSTO
      *> Y EL AREA DE LAS BOLETAS MIGRADAS.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT PERIODOS-ANTIGUO
               ASSIGN TO "../data/periodos.dat.bak"
               ORGANIZATION IS INDEXED

       FILE SECTION.
       FD  PLANILLA-ANTIGUA.
      *> LAYOUT ANTERIOR DEL HISTORICO DE PLANILLA: SIN CENTRO DE
      *> COSTO, AREA, DESCUENTOS FIJOS NI CREDITO EPS. SE DECLARA EN
      *> LINEA (COMO EL LAYOUT VIEJO DE REINDEXAR-EMPLEADOS) PORQUE
      *> PLANILLA.CPY YA DESCRIBE EL LAYOUT NUEVO; CON EL LAYOUT NUEVO
      *> EL OPEN DEL RESPALDO FALLARIA POR LARGO DE REGISTRO DISTINTO.
       01 FD-PLANILLA-VIEJA-REG.
          05 FD-PLAV-CLAVE.
             10 FD-PLAV-PERIODO         PIC 9(6).
          05 FD-PLAV-ASIG-FAMILIAR      PIC 9(5)V99.
          05 FD-PLAV-HORAS-EXTRAS       PIC 9(7)V99.
          05 FD-PLAV-BONIFICACION       PIC 9(7)V99.
          05 FD-PLAV-VACACIONES         PIC 9(7)V99.
          05 FD-PLAV-DESC-NOVEDADES     PIC 9(7)V99.
          05 FD-PLAV-SUBSIDIO           PIC 9(7)V99.
          05 FD-PLAV-DIAS-SUBSIDIO      PIC 9(3).
          05 FD-PLAV-BRUTO              PIC 9(7)V99.
          05 FD-PLAV-AFP-APORTE         PIC 9(7)V99.
          05 FD-PLAV-AFP-SEGURO         PIC 9(7)V99.
          05 FD-PLAV-AFP-COMISION       PIC 9(7)V99.
          05 FD-PLAV-DESC-PENSION       PIC 9(7)V99.
          05 FD-PLAV-RETENCION-QUINTA   PIC 9(7)V99.
          05 FD-PLAV-RETENCION-JUDICIAL PIC 9(7)V99.
          05 FD-PLAV-DESC-PRESTAMO      PIC 9(7)V99.
          05 FD-PLAV-ADELANTO           PIC 9(7)V99.
          05 FD-PLAV-APORTE-ESSALUD     PIC 9(7)V99.
          05 FD-PLAV-NETO               PIC 9(7)V99.

       FD  PLANILLA.
           COPY planilla.

       FD  EMPLEADOS.
           COPY empleado.

       FD  PERIODOS-ANTIGUO.
      *> LAYOUT ANTERIOR DEL CONTROL DE PERIODOS: SIN LA CONSTANCIA
      *> DE LA CONCILIACION DE ABONOS CON EL BANCO.
       01 FD-PERIODO-VIEJO-REG.
          05 FD-PERV-PERIODO            PIC 9(6).
          05 FD-PERV-ESTADO             PIC X(1).
          05 FD-PERV-CORRIDA            PIC X(1).
          05 FD-PERV-FECHA-CALCULO      PIC X(14).
          05 FD-PERV-CANT-BOLETAS       PIC 9(5).
          05 FD-PERV-TOTAL-NETO         PIC 9(11)V99.
          05 FD-PERV-FECHA-CIERRE       PIC X(14).
          05 FD-PERV-OPERADOR-REAPER    PIC X(20).
          05 FD-PERV-FECHA-REAPER       PIC X(14).
          05 FD-PERV-OPERADOR-CALCULO   PIC X(20).
          05 FD-PERV-FECHA-CUADRE       PIC X(14).
          05 FD-PERV-OPERADOR-CUADRE    PIC X(20).
          05 FD-PERV-FECHA-ABONOS       PIC X(14).
          05 FD-PERV-OPERADOR-ABONOS    PIC X(20).
          05 FD-PERV-FECHA-DECLARA      PIC X(14).
          05 FD-PERV-OPERADOR-DECLARA   PIC X(20).
          05 FD-PERV-FECHA-RECALCULO    PIC X(14).
          05 FD-PERV-OPERADOR-RECALCULO PIC X(20).

       FD  PERIODOS.
           COPY periodo.
      *>    ANTERIOR ESPERADO (POR EJEMPLO, YA ES DEL FORMATO NUEVO).
          88 WS-PLA-ANTIGUA-DISTINTA                VALUE "39".
       01 WS-FS-PLANILLA                PIC X(2)    VALUE "00".
       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
      *> SI EL MAESTRO ABRIO; EL ESTADO DE ARCHIVO NO SIRVE PARA ESO
      *> PORQUE UN EMPLEADO NO ENCONTRADO LO DEJA EN 23.
       01 WS-MAESTRO-EMPLEADOS          PIC X(1)    VALUE "N".
          88 WS-CON-MAESTRO                         VALUE "S".
          88 WS-SIN-MAESTRO                         VALUE "N".
       01 WS-FS-PER-ANTIGUO             PIC X(2)    VALUE "00".
          88 WS-PER-ANTIGUO-OK                      VALUE "00".
          88 WS-PER-ANTIGUO-NO-EXISTE               VALUE "35".
       01 WS-CONTADOR-BOLETAS           PIC 9(5)    VALUE 0.
       01 WS-CONTADOR-PERIODOS          PIC 9(5)    VALUE 0.
       01 WS-CONTADOR-RECHAZADOS        PIC 9(5)    VALUE 0.
       01 WS-CONTADOR-SIN-CCOSTO        PIC 9(5)    VALUE 0.

       01 WS-DISPLAY-NO-BAK-PLA         PIC X(60)   VALUE
             "NO SE ENCONTRO PLANILLA.DAT.BAK; SE SALTA ESE ARCHIVO".
             "BOLETAS MIGRADAS AL LAYOUT NUEVO: ".
       01 WS-DISPLAY-FIN-PERIODOS       PIC X(60)   VALUE
             "PERIODOS MIGRADOS AL LAYOUT NUEVO: ".
       01 WS-DISPLAY-SIN-CCOSTO         PIC X(60)   VALUE
             "BOLETAS SIN CENTRO DE COSTO (EMPLEADO SIN DATO): ".
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".

       PROCEDURE DIVISION.

               WHEN NOT WS-PLA-ANTIGUA-OK
                   DISPLAY WS-DISPLAY-ERROR-PLA WS-FS-PLA-ANTIGUA
               WHEN OTHER
      *>           EL MAESTRO ES OPCIONAL: SIN EL, LAS BOLETAS SE
      *>           MIGRAN IGUAL CON CENTRO DE COSTO Y AREA EN BLANCO.
                   OPEN INPUT EMPLEADOS
                   IF NOT WS-EMPLEADOS-OK AND
                      NOT WS-EMPLEADOS-NO-EXISTE
                      DISPLAY WS-DISPLAY-SIN-REINDEXAR
                      CLOSE PLANILLA-ANTIGUA
                      STOP RUN
                   END-IF
                   IF WS-EMPLEADOS-OK
                      SET WS-CON-MAESTRO TO TRUE
                   END-IF
                   OPEN OUTPUT PLANILLA
                   SET FLAG-NO-LEIDO TO TRUE
                   READ PLANILLA-ANTIGUA
                           END-READ
                   END-PERFORM
                   CLOSE PLANILLA
                   IF WS-CON-MAESTRO
                      CLOSE EMPLEADOS
                   END-IF
                   SET FLAG-NO-LEIDO TO TRUE
                   DISPLAY WS-DISPLAY-FIN-PLANILLA
                       WS-CONTADOR-BOLETAS
                   IF WS-CONTADOR-SIN-CCOSTO > 0
                      DISPLAY WS-DISPLAY-SIN-CCOSTO
                          WS-CONTADOR-SIN-CCOSTO
                   END-IF
           END-EVALUATE.
           CLOSE PLANILLA-ANTIGUA.

      *> TRASLADA CAMPO A CAMPO DEL LAYOUT VIEJO AL NUEVO; LOS
      *> DESCUENTOS FIJOS Y EL CREDITO EPS, QUE NO EXISTIAN, QUEDAN EN
      *> CERO. EL CENTRO DE COSTO Y EL AREA SE TOMAN DEL MAESTRO Y
      *> QUEDAN EN BLANCO SI EL EMPLEADO YA NO ESTA O NO LOS TIENE.
       110-MIGRAR-UNA-BOLETA.
           INITIALIZE FD-PLANILLA-REG.
           MOVE FD-PLAV-PERIODO TO FD-PLA-PERIODO.
           MOVE FD-PLAV-ASIG-FAMILIAR TO FD-PLA-ASIG-FAMILIAR.
           MOVE FD-PLAV-HORAS-EXTRAS TO FD-PLA-HORAS-EXTRAS.
           MOVE FD-PLAV-BONIFICACION TO FD-PLA-BONIFICACION.
           MOVE FD-PLAV-VACACIONES TO FD-PLA-VACACIONES.
           MOVE FD-PLAV-DESC-NOVEDADES TO FD-PLA-DESC-NOVEDADES.
           MOVE FD-PLAV-SUBSIDIO TO FD-PLA-SUBSIDIO.
           MOVE FD-PLAV-DIAS-SUBSIDIO TO FD-PLA-DIAS-SUBSIDIO.
           MOVE FD-PLAV-BRUTO TO FD-PLA-BRUTO.
           MOVE FD-PLAV-AFP-APORTE TO FD-PLA-AFP-APORTE.
           MOVE FD-PLAV-AFP-SEGURO TO FD-PLA-AFP-SEGURO.
           MOVE FD-PLAV-AFP-COMISION TO FD-PLA-AFP-COMISION.
           MOVE FD-PLAV-DESC-PENSION TO FD-PLA-DESC-PENSION.
           MOVE FD-PLAV-RETENCION-QUINTA TO FD-PLA-RETENCION-QUINTA.
           MOVE FD-PLAV-RETENCION-JUDICIAL
               TO FD-PLA-RETENCION-JUDICIAL.
           MOVE FD-PLAV-DESC-PRESTAMO TO FD-PLA-DESC-PRESTAMO.
           MOVE FD-PLAV-ADELANTO TO FD-PLA-ADELANTO.
           MOVE FD-PLAV-APORTE-ESSALUD TO FD-PLA-APORTE-ESSALUD.
           MOVE FD-PLAV-NETO TO FD-PLA-NETO.
           IF WS-CON-MAESTRO
              MOVE FD-PLAV-EMPLEADO-ID TO FD-EMPLEADO-ID
              READ EMPLEADOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      MOVE FD-EMPLEADO-CENTRO-COSTO
                          TO FD-PLA-CENTRO-COSTO
                      MOVE FD-EMPLEADO-AREA TO FD-PLA-AREA
              END-READ
           END-IF.
           IF FD-PLA-CENTRO-COSTO = SPACES
              ADD 1 TO WS-CONTADOR-SIN-CCOSTO
           END-IF.

           WRITE FD-PLANILLA-REG
               INVALID KEY
           END-EVALUATE.
           CLOSE PERIODOS-ANTIGUO.

      *> SE PASA TODO LO QUE YA TENIA EL PERIODO; LA CONSTANCIA DE
      *> CONCILIACION QUEDA EN BLANCO Y SUS TOTALES EN CERO HASTA QUE
      *> CONCILIAR-ABONOS CORRA SOBRE EL PERIODO.
       210-MIGRAR-UN-PERIODO.
           INITIALIZE FD-PERIODO-REG.
           MOVE FD-PERV-PERIODO TO FD-PER-PERIODO.
           MOVE FD-PERV-ESTADO TO FD-PER-ESTADO.
           MOVE FD-PERV-CORRIDA TO FD-PER-CORRIDA.
           MOVE FD-PERV-FECHA-CALCULO TO FD-PER-FECHA-CALCULO.
           MOVE FD-PERV-CANT-BOLETAS TO FD-PER-CANT-BOLETAS.
           MOVE FD-PERV-TOTAL-NETO TO FD-PER-TOTAL-NETO.
           MOVE FD-PERV-FECHA-CIERRE TO FD-PER-FECHA-CIERRE.
           MOVE FD-PERV-OPERADOR-REAPER TO FD-PER-OPERADOR-REAPER.
           MOVE FD-PERV-FECHA-REAPER TO FD-PER-FECHA-REAPER.
           MOVE FD-PERV-OPERADOR-CALCULO TO FD-PER-OPERADOR-CALCULO.
           MOVE FD-PERV-FECHA-CUADRE TO FD-PER-FECHA-CUADRE.
           MOVE FD-PERV-OPERADOR-CUADRE TO FD-PER-OPERADOR-CUADRE.
           MOVE FD-PERV-FECHA-ABONOS TO FD-PER-FECHA-ABONOS.
           MOVE FD-PERV-OPERADOR-ABONOS TO FD-PER-OPERADOR-ABONOS.
           MOVE FD-PERV-FECHA-DECLARA TO FD-PER-FECHA-DECLARA.
           MOVE FD-PERV-OPERADOR-DECLARA TO FD-PER-OPERADOR-DECLARA.
           MOVE FD-PERV-FECHA-RECALCULO TO FD-PER-FECHA-RECALCULO.
           MOVE FD-PERV-OPERADOR-RECALCULO
               TO FD-PER-OPERADOR-RECALCULO.
           MOVE SPACES TO FD-PER-FECHA-CONCILIA.
           MOVE SPACES TO FD-PER-OPERADOR-CONCILIA.

           WRITE FD-PERIODO-REG
               INVALID KEY

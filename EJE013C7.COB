      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C7.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Cierre mensual: balance de movimientos por PROVINCIA y ESTADO.
      * Apertura + altas - bajas + entradas - salidas = cierre, donde
      * entradas y salidas son los pases de una provincia o estado a
      * otro por modificaciones. La apertura es el cierre del mes
      * anterior guardado en BALANCEPERSONAS; los movimientos salen
      * de JOURNALPERSONAS y de los historicos del diario anotados en
      * CATALOGOHISTORICOS. Los movimientos posteriores al mes se
      * suman aparte para comparar el cierre con el conteo real de
      * DATOSPERSONASNUEVO de hoy y con CTL-CONT-SALIDA de
      * CONTROLPERSONAS; las provincias que no cuadran se marcan.
      * El cierre calculado se guarda en BALANCEPERSONAS como apertura
      * del mes siguiente. El mes se pide en MESBALANCE (aaaamm), por
      * omision el mes anterior al de la corrida.
      * Si BALANCEPERSONAS todavia no existe (primer cierre) la
      * apertura se deduce del maestro descontando los movimientos.
      * El listado queda en BALANCEMENSUAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SALIDA            ASSIGN TO DISK 'DATOSPERSONASNUEVO'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS SALIDA-CLAVE
                                  FILE STATUS IS WSS-FS-SALIDA.

       SELECT DIARIO            ASSIGN TO DISK 'JOURNALPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-DIARIO.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT DIARIO-HIST       ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT BALANCE           ASSIGN TO DISK 'BALANCEPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-BALANCE.

       SELECT TRABAJO-BALANCE   ASSIGN TO DISK 'WORKBALANCEPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRAB-BALANCE.

       SELECT CONTROL-SALIDA    ASSIGN TO DISK 'CONTROLPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CONTROL.

       SELECT ARCH-ORDEN        ASSIGN TO DISK 'WORKBALANCE'.

       SELECT REPORTE           ASSIGN TO DISK 'BALANCEMENSUAL'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

       FD DIARIO.
       01 REG-DIARIO PIC X(313).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-TIPO        PIC X(01).
              88 CAT-DIARIO      VALUE 'D'.
           05 CAT-ARCHIVO     PIC X(30).
           05 CAT-FECHA-DESDE PIC 9(08).
           05 CAT-FECHA-HASTA PIC 9(08).
           05 CAT-CANTIDAD    PIC 9(08).
           05 CAT-FECHA-PROC  PIC 9(08).

       FD DIARIO-HIST.
       01 REG-DIARIO-HIST PIC X(313).

      * Un registro por provincia y estado con la cantidad al cierre
      * de cada mes.
       FD BALANCE.
       01 REG-BALANCE.
           05 BAL-PERIODO     PIC 9(06).
           05 BAL-PROVINCIA   PIC X(23).
           05 BAL-ESTADO      PIC X(01).
           05 BAL-CANTIDAD    PIC S9(8).
           05 BAL-FECHA-PROC  PIC 9(08).

       FD TRABAJO-BALANCE.
       01 REG-TRABAJO-BALANCE PIC X(46).

       FD CONTROL-SALIDA.
       01 REG-CONTROL-SALIDA.
           05 CTL-CONT-SALIDA PIC S9(8).
           05 CTL-ESTADO-CORRIDA PIC X(01).
           05 CTL-ARCHIVO-TRANS PIC X(30).
           05 CTL-ULT-TRANS   PIC 9(08).
           05 CTL-FECHA-PROC  PIC 9(08).

       SD ARCH-ORDEN.
       01 REG-ORDEN.
           05 ORD-PROVINCIA   PIC X(23).
           05 ORD-ESTADO      PIC X(01).
           05 ORD-APERTURA    PIC S9(8).
           05 ORD-ALTAS       PIC S9(8).
           05 ORD-BAJAS       PIC S9(8).
           05 ORD-ENTRADAS    PIC S9(8).
           05 ORD-SALIDAS     PIC S9(8).
           05 ORD-POSTERIOR   PIC S9(8).
           05 ORD-REAL        PIC S9(8).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSS-FS-DIARIO            PIC X(02).
          88 WSS-FS-DIARIO-OK       VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.

       01 WSS-FS-HISTORICO         PIC X(02).
          88 WSS-FS-HISTORICO-OK    VALUE '00'.

       01 WSS-FS-BALANCE           PIC X(02).
          88 WSS-FS-BALANCE-OK      VALUE '00'.
          88 WSS-FS-BALANCE-NOEXISTE VALUE '35'.

       01 WSS-FS-TRAB-BALANCE      PIC X(02).
          88 WSS-FS-TRAB-BALANCE-OK VALUE '00'.

       01 WSS-FS-CONTROL           PIC X(02).
          88 WSS-FS-CONTROL-OK      VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-ARCHIVO       PIC X(01).
          88 WSV-FIN-ARCHIVO        VALUE 'S'.

       01 WSV-SW-FIN-CATALOGO      PIC X(01).
          88 WSV-FIN-CATALOGO       VALUE 'S'.

       01 WSV-SW-FIN-ORDEN         PIC X(01) VALUE 'N'.
          88 WSV-FIN-ORDEN          VALUE 'S'.

       01 WSV-SW-PRIMERA           PIC X(01) VALUE 'S'.
          88 WSV-PRIMERA-PROVINCIA  VALUE 'S'.

       01 WSV-SW-APERTURA          PIC X(01) VALUE 'N'.
          88 WSV-CON-APERTURA       VALUE 'S'.

       01 WSV-SW-HAY-BALANCES      PIC X(01) VALUE 'N'.
          88 WSV-HAY-BALANCES       VALUE 'S'.

       01 WSV-SW-PROV-DIFIERE      PIC X(01).
          88 WSV-PROV-DIFIERE       VALUE 'S'.

       01 WSV-SW-CONTROL           PIC X(01) VALUE 'N'.
          88 WSV-CON-CONTROL        VALUE 'S'.

       01 WSV-SW-TRABAJO           PIC X(01) VALUE 'S'.
          88 WSV-TRABAJO-OK         VALUE 'S'.

      * Codigo de retorno: 0 = cuadra, 4 = alguna provincia o el
      * control no cuadra o la apertura se dedujo, 8 = no se pudo
      * guardar el balance, 16 = cancelado.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-HOY-PARTES REDEFINES WSV-FECHA-HOY.
           05 WSV-HOY-PERIODO      PIC 9(06).
           05 WSV-HOY-DIA          PIC 9(02).

       01 WSV-MES-PARAM            PIC X(06).
       01 WSV-PERIODO              PIC 9(06).
       01 WSV-PERIODO-PARTES REDEFINES WSV-PERIODO.
           05 WSV-PER-ANIO         PIC 9(04).
           05 WSV-PER-MES          PIC 9(02).
       01 WSV-PERIODO-ANT          PIC 9(06).
       01 WSV-PERIODO-ANT-PARTES REDEFINES WSV-PERIODO-ANT.
           05 WSV-ANT-ANIO         PIC 9(04).
           05 WSV-ANT-MES          PIC 9(02).
       01 WSV-FECHA-INICIO         PIC 9(08).

       01 WSV-NOMBRE-HISTORICO     PIC X(30).
       01 WSV-CONT-HISTORICOS      PIC 9(4) VALUE 0.

      * Entrada del diario leida del vivo o de un historico.
       01 WSV-MOVIMIENTO.
           05 WSV-MOV-FECHA        PIC 9(08).
           05 WSV-MOV-FECHA-PARTES REDEFINES WSV-MOV-FECHA.
               10 WSV-MOV-PERIODO  PIC 9(06).
               10 WSV-MOV-DIA      PIC 9(02).
           05 WSV-MOV-HORA         PIC 9(08).
           05 WSV-MOV-OPERADOR     PIC X(10).
           05 WSV-MOV-ACCION       PIC X(01).
           05 WSV-MOV-ANTES.
               10 FILLER           PIC X(08).
               10 WSV-ANT-PROVINCIA PIC X(23).
               10 FILLER           PIC X(98).
               10 WSV-ANT-ESTADO   PIC X(01).
               10 FILLER           PIC X(08).
           05 WSV-MOV-DESPUES.
               10 FILLER           PIC X(08).
               10 WSV-DES-PROVINCIA PIC X(23).
               10 FILLER           PIC X(98).
               10 WSV-DES-ESTADO   PIC X(01).
               10 FILLER           PIC X(08).
           05 WSV-MOV-OPE-SOLICITA PIC X(10).

      * Celdas provincia/estado. El estado en blanco de los registros
      * viejos cuenta como activo, igual que en EJE013B5.
       01 WSV-BUS-PROVINCIA        PIC X(23).
       01 WSV-BUS-ESTADO           PIC X(01).
       01 WSV-POS-CELDA            PIC 9(4) COMP.
       01 WSV-POS-SALIDA           PIC 9(4) COMP.
       01 WSV-IDX-CELDA            PIC 9(4) COMP.
       01 WSV-CANT-CELDAS          PIC 9(4) COMP VALUE 0.
       01 WSV-TABLA-CELDAS.
           05 WSV-CELDA-ITEM OCCURS 600 TIMES.
               10 WSV-CEL-PROVINCIA PIC X(23).
               10 WSV-CEL-ESTADO    PIC X(01).
               10 WSV-CEL-APERTURA  PIC S9(8).
               10 WSV-CEL-ALTAS     PIC S9(8).
               10 WSV-CEL-BAJAS     PIC S9(8).
               10 WSV-CEL-ENTRADAS  PIC S9(8).
               10 WSV-CEL-SALIDAS   PIC S9(8).
               10 WSV-CEL-POSTERIOR PIC S9(8).
               10 WSV-CEL-REAL      PIC S9(8).

      * Acumuladores de una linea del reporte (celda, provincia o
      * total general).
       01 WSV-ACUMULADOS.
           05 WSV-ACU-APERTURA     PIC S9(8).
           05 WSV-ACU-ALTAS        PIC S9(8).
           05 WSV-ACU-BAJAS        PIC S9(8).
           05 WSV-ACU-ENTRADAS     PIC S9(8).
           05 WSV-ACU-SALIDAS      PIC S9(8).
           05 WSV-ACU-CIERRE       PIC S9(8).
           05 WSV-ACU-POSTERIOR    PIC S9(8).
           05 WSV-ACU-ESPERADO     PIC S9(8).
           05 WSV-ACU-REAL         PIC S9(8).
           05 WSV-ACU-DIFERENCIA   PIC S9(8).
       01 WSV-ACUMULADOS-PROV      PIC X(80).
       01 WSV-ACUMULADOS-GRAL      PIC X(80).

       01 WSV-CIERRE               PIC S9(8).
       01 WSV-PROVINCIA-ANT        PIC X(23) VALUE SPACES.
       01 WSV-CONT-CONTROL         PIC S9(8) VALUE 0.
       01 WSV-CONT-PROV-DIFIEREN   PIC 9(4) VALUE 0.
       01 WSV-CONT-MOVIMIENTOS     PIC 9(8) VALUE 0.
       01 WSV-CONT-MOV-PERIODO     PIC 9(8) VALUE 0.
       01 WSV-CONT-MOV-POSTERIOR   PIC 9(8) VALUE 0.
       01 WSV-CONT-DESCONOCIDAS    PIC 9(8) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(36) VALUE
              'BALANCE MENSUAL DE PERSONAS - MES: '.
           05 WS-TIT-PERIODO PIC 9(06).
           05 FILLER PIC X(18) VALUE '   CORRIDA DEL DIA'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TIT-FECHA PIC 9(08).

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(26) VALUE 'PROVINCIA               E'.
           05 FILLER PIC X(9) VALUE ' APERTURA'.
           05 FILLER PIC X(9) VALUE '    ALTAS'.
           05 FILLER PIC X(9) VALUE '    BAJAS'.
           05 FILLER PIC X(9) VALUE ' ENTRADAS'.
           05 FILLER PIC X(9) VALUE '  SALIDAS'.
           05 FILLER PIC X(9) VALUE '   CIERRE'.
           05 FILLER PIC X(9) VALUE ' POSTERIO'.
           05 FILLER PIC X(9) VALUE ' ESPERADO'.
           05 FILLER PIC X(9) VALUE '     REAL'.
           05 FILLER PIC X(9) VALUE '  DIFEREN'.

       01 WS-LINEA-DETALLE.
           05 WS-DET-PROVINCIA PIC X(23).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-ESTADO PIC X(01).
           05 WS-DET-COLUMNAS.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-APERTURA PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-ALTAS PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-BAJAS PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-ENTRADAS PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-SALIDAS PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-CIERRE PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-POSTERIOR PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-ESPERADO PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-REAL PIC -(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DET-DIFERENCIA PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-MARCA PIC X(15).

       01 WS-LINEA-CONTROL.
           05 WS-CTL-TITULO PIC X(45).
           05 WS-CTL-CANT PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CTL-MARCA PIC X(40).

       01 WS-LINEA-MENSAJE.
           05 WS-MSJ-TEXTO PIC X(132).

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 11000-CARGAR-APERTURA
           PERFORM 12000-LEER-DIARIO
           PERFORM 13000-CONTAR-MAESTRO
           PERFORM 14000-LEER-CONTROL
           IF NOT WSV-CON-APERTURA
              PERFORM 15000-DEDUCIR-APERTURA
           END-IF
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-PROVINCIA ORD-ESTADO
               INPUT PROCEDURE IS 20000-LIBERAR-CELDAS
               OUTPUT PROCEDURE IS 21000-IMPRIMIR-BALANCE
           PERFORM 30000-GUARDAR-BALANCE
           CLOSE REPORTE
           DISPLAY 'BALANCE DEL MES ' WSV-PERIODO
              ' GENERADO EN BALANCEMENSUAL'
           DISPLAY 'MOVIMIENTOS DEL MES:          '
              WSV-CONT-MOV-PERIODO
           DISPLAY 'MOVIMIENTOS POSTERIORES:      '
              WSV-CONT-MOV-POSTERIOR
           DISPLAY 'PROVINCIAS QUE NO CUADRAN:    '
              WSV-CONT-PROV-DIFIEREN
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-MES-PARAM FROM ENVIRONMENT "MESBALANCE"
           IF WSV-MES-PARAM = SPACES
              MOVE WSV-HOY-PERIODO TO WSV-PERIODO
              PERFORM 10100-RESTAR-MES
              MOVE WSV-PERIODO-ANT TO WSV-PERIODO
           ELSE
              IF WSV-MES-PARAM NUMERIC
                 MOVE WSV-MES-PARAM TO WSV-PERIODO
              ELSE
                 MOVE 0 TO WSV-PERIODO
              END-IF
              IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
                 DISPLAY 'MESBALANCE INVALIDO, DEBE SER AAAAMM'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WSV-PERIODO NOT < WSV-HOY-PERIODO
              DISPLAY 'EL MES ' WSV-PERIODO ' NO TERMINO, NO SE '
                 'PUEDE CERRAR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 10100-RESTAR-MES
           COMPUTE WSV-FECHA-INICIO = WSV-PERIODO * 100 + 1
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-PERIODO TO WS-TIT-PERIODO
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       10100-RESTAR-MES.
           MOVE WSV-PERIODO TO WSV-PERIODO-ANT
           IF WSV-ANT-MES = 1
              MOVE 12 TO WSV-ANT-MES
              SUBTRACT 1 FROM WSV-ANT-ANIO
           ELSE
              SUBTRACT 1 FROM WSV-ANT-MES
           END-IF.

      * Se copian a WORKBALANCEPERSONAS todos los cierres menos el
      * del mes que se procesa (si se reprocesa, se reemplaza) y se
      * toma como apertura el cierre del mes anterior.
       11000-CARGAR-APERTURA.
           OPEN OUTPUT TRABAJO-BALANCE
           IF NOT WSS-FS-TRAB-BALANCE-OK
              DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DEL BALANCE'
              DISPLAY 'FILE STATUS' WSS-FS-TRAB-BALANCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BALANCE
           EVALUATE TRUE
               WHEN WSS-FS-BALANCE-NOEXISTE
                   CONTINUE
               WHEN NOT WSS-FS-BALANCE-OK
                   DISPLAY 'ERROR DE ARCHIVO DE BALANCE'
                   DISPLAY 'FILE STATUS' WSS-FS-BALANCE
                   CLOSE TRABAJO-BALANCE
                   CLOSE REPORTE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                   PERFORM UNTIL WSV-FIN-ARCHIVO
                       READ BALANCE
                           AT END
                               SET WSV-FIN-ARCHIVO TO TRUE
                           NOT AT END
                               PERFORM 11100-TOMAR-CIERRE
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE
           END-EVALUATE
           IF WSV-HAY-BALANCES AND NOT WSV-CON-APERTURA
              DISPLAY 'BALANCEPERSONAS NO TIENE EL CIERRE DEL MES '
                 WSV-PERIODO-ANT ', CIERRE ESE MES PRIMERO'
              CLOSE TRABAJO-BALANCE
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       11100-TOMAR-CIERRE.
           IF BAL-PERIODO > WSV-PERIODO
              DISPLAY 'YA HAY BALANCE DEL MES ' BAL-PERIODO
                 ', NO SE PUEDE REPROCESAR EL MES ' WSV-PERIODO
              CLOSE BALANCE
              CLOSE TRABAJO-BALANCE
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF BAL-PERIODO NOT = WSV-PERIODO
              SET WSV-HAY-BALANCES TO TRUE
              WRITE REG-TRABAJO-BALANCE FROM REG-BALANCE
              IF NOT WSS-FS-TRAB-BALANCE-OK
                 MOVE SPACES TO WSV-SW-TRABAJO
              END-IF
           END-IF
           IF BAL-PERIODO = WSV-PERIODO-ANT
              SET WSV-CON-APERTURA TO TRUE
              MOVE BAL-PROVINCIA TO WSV-BUS-PROVINCIA
              MOVE BAL-ESTADO TO WSV-BUS-ESTADO
              PERFORM 40000-BUSCAR-CELDA
              ADD BAL-CANTIDAD TO WSV-CEL-APERTURA(WSV-POS-CELDA)
           END-IF.

      * Los historicos del diario que llegan al mes se leen antes que
      * el vivo; el orden no importa porque solo se acumula.
       12000-LEER-DIARIO.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              MOVE SPACES TO WSV-SW-FIN-CATALOGO
              PERFORM UNTIL WSV-FIN-CATALOGO
                  READ CATALOGO
                      AT END
                          SET WSV-FIN-CATALOGO TO TRUE
                      NOT AT END
                          IF CAT-DIARIO
                             AND CAT-FECHA-HASTA >= WSV-FECHA-INICIO
                              PERFORM 12100-LEER-DIARIO-HIST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF
           OPEN INPUT DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              DISPLAY 'FILE STATUS' WSS-FS-DIARIO
              DISPLAY 'SIN JOURNALPERSONAS NO HAY MOVIMIENTOS, SE '
                 'CANCELA EL CIERRE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ DIARIO INTO WSV-MOVIMIENTO
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 12200-ACUMULAR-MOVIMIENTO
               END-READ
           END-PERFORM
           CLOSE DIARIO.

       12100-LEER-DIARIO-HIST.
           MOVE CAT-ARCHIVO TO WSV-NOMBRE-HISTORICO
           OPEN INPUT DIARIO-HIST
           IF NOT WSS-FS-HISTORICO-OK
              DISPLAY 'NO SE PUDO ABRIR EL HISTORICO '
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                 ', SE CANCELA EL CIERRE'
              DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WSV-CONT-HISTORICOS
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ DIARIO-HIST INTO WSV-MOVIMIENTO
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 12200-ACUMULAR-MOVIMIENTO
               END-READ
           END-PERFORM
           CLOSE DIARIO-HIST.

      * Lo anterior al mes ya esta en la apertura. Lo del mes va a
      * altas/bajas/entradas/salidas; lo posterior solo se neta para
      * llevar el cierre al dia de hoy y compararlo con el maestro.
      * Una modificacion que no cambia provincia ni estado no mueve
      * nada.
       12200-ACUMULAR-MOVIMIENTO.
           ADD 1 TO WSV-CONT-MOVIMIENTOS
           IF WSV-MOV-PERIODO = WSV-PERIODO
              ADD 1 TO WSV-CONT-MOV-PERIODO
              EVALUATE WSV-MOV-ACCION
                  WHEN 'A'
                      PERFORM 12300-CELDA-DESPUES
                      ADD 1 TO WSV-CEL-ALTAS(WSV-POS-CELDA)
                  WHEN 'B'
                      PERFORM 12400-CELDA-ANTES
                      ADD 1 TO WSV-CEL-BAJAS(WSV-POS-CELDA)
                  WHEN 'M'
                      PERFORM 12400-CELDA-ANTES
                      MOVE WSV-POS-CELDA TO WSV-POS-SALIDA
                      PERFORM 12300-CELDA-DESPUES
                      IF WSV-POS-CELDA NOT = WSV-POS-SALIDA
                         ADD 1 TO WSV-CEL-SALIDAS(WSV-POS-SALIDA)
                         ADD 1 TO WSV-CEL-ENTRADAS(WSV-POS-CELDA)
                      END-IF
                  WHEN OTHER
                      ADD 1 TO WSV-CONT-DESCONOCIDAS
              END-EVALUATE
           ELSE
              IF WSV-MOV-PERIODO > WSV-PERIODO
                 ADD 1 TO WSV-CONT-MOV-POSTERIOR
                 EVALUATE WSV-MOV-ACCION
                     WHEN 'A'
                         PERFORM 12300-CELDA-DESPUES
                         ADD 1 TO WSV-CEL-POSTERIOR(WSV-POS-CELDA)
                     WHEN 'B'
                         PERFORM 12400-CELDA-ANTES
                         SUBTRACT 1 FROM
                            WSV-CEL-POSTERIOR(WSV-POS-CELDA)
                     WHEN 'M'
                         PERFORM 12400-CELDA-ANTES
                         SUBTRACT 1 FROM
                            WSV-CEL-POSTERIOR(WSV-POS-CELDA)
                         PERFORM 12300-CELDA-DESPUES
                         ADD 1 TO WSV-CEL-POSTERIOR(WSV-POS-CELDA)
                     WHEN OTHER
                         ADD 1 TO WSV-CONT-DESCONOCIDAS
                 END-EVALUATE
              END-IF
           END-IF.

       12300-CELDA-DESPUES.
           MOVE WSV-DES-PROVINCIA TO WSV-BUS-PROVINCIA
           MOVE WSV-DES-ESTADO TO WSV-BUS-ESTADO
           PERFORM 40000-BUSCAR-CELDA.

       12400-CELDA-ANTES.
           MOVE WSV-ANT-PROVINCIA TO WSV-BUS-PROVINCIA
           MOVE WSV-ANT-ESTADO TO WSV-BUS-ESTADO
           PERFORM 40000-BUSCAR-CELDA.

       13000-CONTAR-MAESTRO.
           OPEN INPUT SALIDA
           IF NOT WSS-FS-SALIDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ SALIDA NEXT RECORD
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE PROVINCIA TO WSV-BUS-PROVINCIA
                       MOVE ESTADO TO WSV-BUS-ESTADO
                       PERFORM 40000-BUSCAR-CELDA
                       ADD 1 TO WSV-CEL-REAL(WSV-POS-CELDA)
               END-READ
           END-PERFORM
           CLOSE SALIDA.

       13200-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

       14000-LEER-CONTROL.
           OPEN INPUT CONTROL-SALIDA
           IF WSS-FS-CONTROL-OK
              READ CONTROL-SALIDA
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-CONT-SALIDA TO WSV-CONT-CONTROL
                    SET WSV-CON-CONTROL TO TRUE
              END-READ
              CLOSE CONTROL-SALIDA
           END-IF
           IF NOT WSV-CON-CONTROL
              DISPLAY 'ADVERTENCIA: NO SE PUDO LEER CONTROLPERSONAS '
                 'PARA CONTRASTAR EL TOTAL'
           END-IF.

      * Primer cierre: sin apertura guardada se la deduce del conteo
      * real quitando lo que se movio en el mes y despues. Ese mes
      * cuadra por construccion; los siguientes ya se controlan.
       15000-DEDUCIR-APERTURA.
           PERFORM VARYING WSV-IDX-CELDA FROM 1 BY 1
                 UNTIL WSV-IDX-CELDA > WSV-CANT-CELDAS
               COMPUTE WSV-CEL-APERTURA(WSV-IDX-CELDA) =
                    WSV-CEL-REAL(WSV-IDX-CELDA)
                  - WSV-CEL-POSTERIOR(WSV-IDX-CELDA)
                  - WSV-CEL-ALTAS(WSV-IDX-CELDA)
                  + WSV-CEL-BAJAS(WSV-IDX-CELDA)
                  - WSV-CEL-ENTRADAS(WSV-IDX-CELDA)
                  + WSV-CEL-SALIDAS(WSV-IDX-CELDA)
           END-PERFORM
           MOVE 'SIN BALANCEPERSONAS: APERTURA DEDUCIDA DEL MAESTRO '
              TO WS-MSJ-TEXTO
           MOVE 'MENOS LOS MOVIMIENTOS (PRIMER CIERRE)'
              TO WS-MSJ-TEXTO(52:37)
           MOVE WS-LINEA-MENSAJE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           PERFORM 29000-MARCAR-ADVERTENCIA.

       20000-LIBERAR-CELDAS.
           PERFORM VARYING WSV-IDX-CELDA FROM 1 BY 1
                 UNTIL WSV-IDX-CELDA > WSV-CANT-CELDAS
               MOVE WSV-CEL-PROVINCIA(WSV-IDX-CELDA) TO ORD-PROVINCIA
               MOVE WSV-CEL-ESTADO(WSV-IDX-CELDA) TO ORD-ESTADO
               MOVE WSV-CEL-APERTURA(WSV-IDX-CELDA) TO ORD-APERTURA
               MOVE WSV-CEL-ALTAS(WSV-IDX-CELDA) TO ORD-ALTAS
               MOVE WSV-CEL-BAJAS(WSV-IDX-CELDA) TO ORD-BAJAS
               MOVE WSV-CEL-ENTRADAS(WSV-IDX-CELDA) TO ORD-ENTRADAS
               MOVE WSV-CEL-SALIDAS(WSV-IDX-CELDA) TO ORD-SALIDAS
               MOVE WSV-CEL-POSTERIOR(WSV-IDX-CELDA) TO ORD-POSTERIOR
               MOVE WSV-CEL-REAL(WSV-IDX-CELDA) TO ORD-REAL
               RELEASE REG-ORDEN
           END-PERFORM.

      * Cada celda se imprime y su cierre se graba en el archivo de
      * trabajo del balance; al cambiar de provincia va el subtotal.
       21000-IMPRIMIR-BALANCE.
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           INITIALIZE WSV-ACUMULADOS
           MOVE WSV-ACUMULADOS TO WSV-ACUMULADOS-GRAL
           RETURN ARCH-ORDEN
               AT END SET WSV-FIN-ORDEN TO TRUE
           END-RETURN
           PERFORM UNTIL WSV-FIN-ORDEN
               PERFORM 21100-PROCESAR-CELDA
               RETURN ARCH-ORDEN
                   AT END SET WSV-FIN-ORDEN TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WSV-PRIMERA-PROVINCIA
              PERFORM 21300-IMPRIMIR-PROVINCIA
           END-IF
           PERFORM 21400-IMPRIMIR-TOTALES
           CLOSE TRABAJO-BALANCE.

       21100-PROCESAR-CELDA.
           IF NOT WSV-PRIMERA-PROVINCIA
              AND ORD-PROVINCIA NOT = WSV-PROVINCIA-ANT
                 PERFORM 21300-IMPRIMIR-PROVINCIA
           END-IF
           IF WSV-PRIMERA-PROVINCIA
              OR ORD-PROVINCIA NOT = WSV-PROVINCIA-ANT
                 MOVE ORD-PROVINCIA TO WSV-PROVINCIA-ANT
                 MOVE 'N' TO WSV-SW-PRIMERA
                 MOVE SPACES TO WSV-SW-PROV-DIFIERE
                 INITIALIZE WSV-ACUMULADOS
                 MOVE WSV-ACUMULADOS TO WSV-ACUMULADOS-PROV
           END-IF
           COMPUTE WSV-CIERRE = ORD-APERTURA + ORD-ALTAS - ORD-BAJAS
              + ORD-ENTRADAS - ORD-SALIDAS
      * La celda de la provincia en el subtotal de la provincia.
           MOVE WSV-ACUMULADOS-PROV TO WSV-ACUMULADOS
           PERFORM 21150-SUMAR-CELDA
           MOVE WSV-ACUMULADOS TO WSV-ACUMULADOS-PROV
      * Y en el total general.
           MOVE WSV-ACUMULADOS-GRAL TO WSV-ACUMULADOS
           PERFORM 21150-SUMAR-CELDA
           MOVE WSV-ACUMULADOS TO WSV-ACUMULADOS-GRAL
      * La celda sola para su linea de detalle.
           INITIALIZE WSV-ACUMULADOS
           PERFORM 21150-SUMAR-CELDA
           MOVE ORD-PROVINCIA TO WS-DET-PROVINCIA
           MOVE ORD-ESTADO TO WS-DET-ESTADO
           PERFORM 21200-ARMAR-COLUMNAS
           IF WSV-ACU-DIFERENCIA NOT = 0
              SET WSV-PROV-DIFIERE TO TRUE
              MOVE '*** NO CUADRA' TO WS-DET-MARCA
           ELSE
              MOVE SPACES TO WS-DET-MARCA
           END-IF
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           IF WSV-CIERRE NOT = 0
              MOVE WSV-PERIODO TO BAL-PERIODO
              MOVE ORD-PROVINCIA TO BAL-PROVINCIA
              MOVE ORD-ESTADO TO BAL-ESTADO
              MOVE WSV-CIERRE TO BAL-CANTIDAD
              MOVE WSV-FECHA-HOY TO BAL-FECHA-PROC
              WRITE REG-TRABAJO-BALANCE FROM REG-BALANCE
              IF NOT WSS-FS-TRAB-BALANCE-OK
                 MOVE SPACES TO WSV-SW-TRABAJO
              END-IF
           END-IF.

       21150-SUMAR-CELDA.
           ADD ORD-APERTURA TO WSV-ACU-APERTURA
           ADD ORD-ALTAS TO WSV-ACU-ALTAS
           ADD ORD-BAJAS TO WSV-ACU-BAJAS
           ADD ORD-ENTRADAS TO WSV-ACU-ENTRADAS
           ADD ORD-SALIDAS TO WSV-ACU-SALIDAS
           ADD WSV-CIERRE TO WSV-ACU-CIERRE
           ADD ORD-POSTERIOR TO WSV-ACU-POSTERIOR
           COMPUTE WSV-ACU-ESPERADO = WSV-ACU-CIERRE
              + WSV-ACU-POSTERIOR
           ADD ORD-REAL TO WSV-ACU-REAL
           COMPUTE WSV-ACU-DIFERENCIA = WSV-ACU-REAL
              - WSV-ACU-ESPERADO.

       21200-ARMAR-COLUMNAS.
           MOVE WSV-ACU-APERTURA TO WS-DET-APERTURA
           MOVE WSV-ACU-ALTAS TO WS-DET-ALTAS
           MOVE WSV-ACU-BAJAS TO WS-DET-BAJAS
           MOVE WSV-ACU-ENTRADAS TO WS-DET-ENTRADAS
           MOVE WSV-ACU-SALIDAS TO WS-DET-SALIDAS
           MOVE WSV-ACU-CIERRE TO WS-DET-CIERRE
           MOVE WSV-ACU-POSTERIOR TO WS-DET-POSTERIOR
           MOVE WSV-ACU-ESPERADO TO WS-DET-ESPERADO
           MOVE WSV-ACU-REAL TO WS-DET-REAL
           MOVE WSV-ACU-DIFERENCIA TO WS-DET-DIFERENCIA.

       21300-IMPRIMIR-PROVINCIA.
           MOVE WSV-ACUMULADOS-PROV TO WSV-ACUMULADOS
           MOVE 'TOTAL PROVINCIA' TO WS-DET-PROVINCIA
           MOVE SPACE TO WS-DET-ESTADO
           PERFORM 21200-ARMAR-COLUMNAS
           IF WSV-PROV-DIFIERE
              ADD 1 TO WSV-CONT-PROV-DIFIEREN
              MOVE '*** PROVINCIA' TO WS-DET-MARCA
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              MOVE SPACES TO WS-DET-MARCA
           END-IF
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

      * El total calculado al dia y el conteo real se contrastan
      * ademas con el checkpoint de CONTROLPERSONAS.
       21400-IMPRIMIR-TOTALES.
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WSV-ACUMULADOS-GRAL TO WSV-ACUMULADOS
           MOVE 'TOTAL GENERAL' TO WS-DET-PROVINCIA
           MOVE SPACE TO WS-DET-ESTADO
           PERFORM 21200-ARMAR-COLUMNAS
           MOVE SPACES TO WS-DET-MARCA
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'CIERRE CALCULADO DEL MES' TO WS-CTL-TITULO
           MOVE WSV-ACU-CIERRE TO WS-CTL-CANT
           MOVE SPACES TO WS-CTL-MARCA
           PERFORM 21500-LINEA-CONTROL
           MOVE 'CIERRE LLEVADO AL DIA CON MOV. POSTERIORES'
              TO WS-CTL-TITULO
           MOVE WSV-ACU-ESPERADO TO WS-CTL-CANT
           PERFORM 21500-LINEA-CONTROL
           MOVE 'CONTEO REAL DE DATOSPERSONASNUEVO' TO WS-CTL-TITULO
           MOVE WSV-ACU-REAL TO WS-CTL-CANT
           IF WSV-ACU-REAL NOT = WSV-ACU-ESPERADO
              MOVE '*** NO CUADRA CON EL CALCULADO'
                 TO WS-CTL-MARCA
           END-IF
           PERFORM 21500-LINEA-CONTROL
           IF WSV-CON-CONTROL
              MOVE 'CTL-CONT-SALIDA DE CONTROLPERSONAS'
                 TO WS-CTL-TITULO
              MOVE WSV-CONT-CONTROL TO WS-CTL-CANT
              IF WSV-CONT-CONTROL NOT = WSV-ACU-REAL
                 OR WSV-CONT-CONTROL NOT = WSV-ACU-ESPERADO
                  MOVE '*** NO CUADRA CON EL MAESTRO O EL CALCULO'
                     TO WS-CTL-MARCA
                  PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
              PERFORM 21500-LINEA-CONTROL
           ELSE
              MOVE 'SIN CONTROLPERSONAS, NO SE CONTRASTA EL TOTAL'
                 TO WS-MSJ-TEXTO
              MOVE WS-LINEA-MENSAJE TO REG-REPORTE
              PERFORM 13200-ESCRIBIR-LINEA
           END-IF
           MOVE 'PROVINCIAS QUE NO CUADRAN' TO WS-CTL-TITULO
           MOVE WSV-CONT-PROV-DIFIEREN TO WS-CTL-CANT
           PERFORM 21500-LINEA-CONTROL
           MOVE 'MOVIMIENTOS DEL MES' TO WS-CTL-TITULO
           MOVE WSV-CONT-MOV-PERIODO TO WS-CTL-CANT
           PERFORM 21500-LINEA-CONTROL
           MOVE 'MOVIMIENTOS POSTERIORES AL MES' TO WS-CTL-TITULO
           MOVE WSV-CONT-MOV-POSTERIOR TO WS-CTL-CANT
           PERFORM 21500-LINEA-CONTROL
           IF WSV-CONT-HISTORICOS > 0
              MOVE 'HISTORICOS DEL DIARIO LEIDOS' TO WS-CTL-TITULO
              MOVE WSV-CONT-HISTORICOS TO WS-CTL-CANT
              PERFORM 21500-LINEA-CONTROL
           END-IF
           IF WSV-CONT-DESCONOCIDAS > 0
              MOVE 'ENTRADAS CON ACCION DESCONOCIDA' TO WS-CTL-TITULO
              MOVE WSV-CONT-DESCONOCIDAS TO WS-CTL-CANT
              MOVE '*** NO SE CONSIDERARON' TO WS-CTL-MARCA
              PERFORM 29000-MARCAR-ADVERTENCIA
              PERFORM 21500-LINEA-CONTROL
           END-IF.

       21500-LINEA-CONTROL.
           MOVE WS-LINEA-CONTROL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE SPACES TO WS-CTL-MARCA.

      * Recien con el reporte completo se reemplaza BALANCEPERSONAS
      * por la copia de trabajo con el cierre nuevo.
       30000-GUARDAR-BALANCE.
           IF NOT WSV-TRABAJO-OK
              DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DEL BALANCE, '
                 'BALANCEPERSONAS NO SE MODIFICO'
              PERFORM 29100-MARCAR-ERROR
           ELSE
              OPEN INPUT TRABAJO-BALANCE
              OPEN OUTPUT BALANCE
              IF NOT WSS-FS-TRAB-BALANCE-OK OR NOT WSS-FS-BALANCE-OK
                 DISPLAY 'ERROR AL GRABAR BALANCEPERSONAS, EL BALANCE '
                    'COMPLETO QUEDO EN WORKBALANCEPERSONAS'
                 PERFORM 29100-MARCAR-ERROR
              ELSE
                 MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                 PERFORM UNTIL WSV-FIN-ARCHIVO
                     READ TRABAJO-BALANCE
                         AT END
                             SET WSV-FIN-ARCHIVO TO TRUE
                         NOT AT END
                             WRITE REG-BALANCE
                                FROM REG-TRABAJO-BALANCE
                             IF NOT WSS-FS-BALANCE-OK
                                DISPLAY 'ERROR AL GRABAR '
                                   'BALANCEPERSONAS, EL BALANCE '
                                   'COMPLETO QUEDO EN '
                                   'WORKBALANCEPERSONAS'
                                PERFORM 29100-MARCAR-ERROR
                                SET WSV-FIN-ARCHIVO TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
              END-IF
              CLOSE TRABAJO-BALANCE
              CLOSE BALANCE
           END-IF.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.

      * Devuelve en WSV-POS-CELDA la celda de WSV-BUS-PROVINCIA y
      * WSV-BUS-ESTADO, creandola si no existe.
       40000-BUSCAR-CELDA.
           IF WSV-BUS-ESTADO = SPACE
              MOVE 'A' TO WSV-BUS-ESTADO
           END-IF
           MOVE 0 TO WSV-POS-CELDA
           PERFORM VARYING WSV-IDX-CELDA FROM 1 BY 1
                 UNTIL WSV-IDX-CELDA > WSV-CANT-CELDAS
                    OR WSV-POS-CELDA > 0
               IF WSV-CEL-PROVINCIA(WSV-IDX-CELDA) = WSV-BUS-PROVINCIA
                  AND WSV-CEL-ESTADO(WSV-IDX-CELDA) = WSV-BUS-ESTADO
                   MOVE WSV-IDX-CELDA TO WSV-POS-CELDA
               END-IF
           END-PERFORM
           IF WSV-POS-CELDA = 0
              IF WSV-CANT-CELDAS >= 600
                 DISPLAY 'MAS DE 600 COMBINACIONES DE PROVINCIA Y '
                    'ESTADO, SE CANCELA EL CIERRE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WSV-CANT-CELDAS
              MOVE WSV-CANT-CELDAS TO WSV-POS-CELDA
              MOVE WSV-BUS-PROVINCIA TO WSV-CEL-PROVINCIA(WSV-POS-CELDA)
              MOVE WSV-BUS-ESTADO TO WSV-CEL-ESTADO(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-APERTURA(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-ALTAS(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-BAJAS(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-ENTRADAS(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-SALIDAS(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-POSTERIOR(WSV-POS-CELDA)
              MOVE 0 TO WSV-CEL-REAL(WSV-POS-CELDA)
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

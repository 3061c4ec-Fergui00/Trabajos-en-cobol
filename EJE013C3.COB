      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C3.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Vencimiento de las solicitudes de eliminacion y de cambio de
      * estado que EJE013A1 deja en PENDIENTESAPROBACION esperando la
      * aprobacion de un segundo operador. Las que llevan mas de N
      * dias habiles sin aprobarse ni rechazarse se dan por vencidas
      * agregando su linea 'V' (el maestro no se toca) y se informan
      * en PENDIENTESVENCIDOS junto con las que siguen pendientes y
      * su antiguedad.
      * N se toma de DIASAPROBACION (por omision 5). Los dias habiles
      * se cuentan con CALENDARIOHABIL, desde el dia siguiente al
      * pedido hasta hoy inclusive; sin calendario se cuentan los
      * dias de lunes a viernes.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PENDIENTES        ASSIGN TO DISK 'PENDIENTESAPROBACION'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-PENDIENTES.

       SELECT CALENDARIO        ASSIGN TO DISK 'CALENDARIOHABIL'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CALENDARIO.

       SELECT REPORTE           ASSIGN TO DISK 'PENDIENTESVENCIDOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * Mismo registro que graba EJE013A1: la solicitud 'P' y luego,
      * con la misma clave, su resolucion A/R/V.
       FD PENDIENTES.
       01 REG-PENDIENTE.
           05 PEN-CLAVE.
               10 PEN-FECHA-SOLICITUD PIC 9(08).
               10 PEN-HORA-SOLICITUD  PIC 9(08).
               10 PEN-OPE-SOLICITA    PIC X(10).
           05 PEN-SITUACION           PIC X(01).
               88 PEN-PENDIENTE        VALUE 'P'.
               88 PEN-VENCIDA          VALUE 'V'.
           05 PEN-TIPO                PIC X(01).
               88 PEN-TIPO-BAJA        VALUE 'B'.
           05 PEN-DNI                 PIC 9(08).
           05 PEN-ESTADO-NUEVO        PIC X(01).
           05 PEN-FECHA-ESTADO        PIC 9(08).
           05 PEN-OPE-RESUELVE        PIC X(10).
           05 PEN-FECHA-RESOLUCION    PIC 9(08).
           05 PEN-HORA-RESOLUCION     PIC 9(08).
           05 PEN-IMAGEN              PIC X(138).

       FD CALENDARIO.
       01 REG-CALENDARIO.
           05 CAL-FECHA       PIC 9(08).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-PENDIENTES        PIC X(02).
          88 WSS-FS-PENDIENTES-OK   VALUE '00'.
          88 WSS-FS-PENDIENTES-NOEXISTE VALUE '35'.

       01 WSS-FS-CALENDARIO        PIC X(02).
          88 WSS-FS-CALENDARIO-OK   VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-PENDIENTES    PIC X(01) VALUE 'N'.
          88 WSV-FIN-PENDIENTES     VALUE 'S'.

       01 WSV-SW-FIN-CALENDARIO    PIC X(01) VALUE 'N'.
          88 WSV-FIN-CALENDARIO     VALUE 'S'.

       01 WSV-SW-CALENDARIO        PIC X(01) VALUE 'N'.
          88 WSV-HAY-CALENDARIO     VALUE 'S'.

       01 WSV-SW-TABLA-LLENA       PIC X(01) VALUE 'N'.
          88 WSV-TABLA-LLENA        VALUE 'S'.

      * Codigo de retorno: 0 = nada vencido, 4 = hubo solicitudes
      * vencidas o fallas al grabarlas, 16 = no se pudo procesar.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-DIAS-PARAM           PIC X(03).
       01 WSV-DIAS-LIMITE          PIC 9(03) VALUE 5.
       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-DIAS-HABILES         PIC 9(05).
       01 WSV-DIA-DESDE            PIC 9(07).
       01 WSV-DIA-HASTA            PIC 9(07).
       01 WSV-DIA                  PIC 9(07).
       01 WSV-DIA-SEMANA           PIC 9(01).
       01 WSV-COCIENTE             PIC 9(07).

       01 WSV-CANT-PENDIENTES      PIC 9(4) COMP VALUE 0.
       01 WSV-CANT-DIAS-CAL        PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-PEN              PIC 9(4) COMP.
       01 WSV-IDX-CAL              PIC 9(4) COMP.
       01 WSV-POS-PEN              PIC 9(4) COMP.

       01 WSV-CONT-VENCIDAS        PIC 9(6) VALUE 0.
       01 WSV-CONT-VIGENTES        PIC 9(6) VALUE 0.
       01 WSV-CONT-ERRORES         PIC 9(6) VALUE 0.

      * Solicitudes sin resolucion.
       01 WSV-TABLA-PENDIENTES.
           05 WSV-PENDIENTE-ITEM OCCURS 1000 TIMES.
               10 WSV-PND-CLAVE.
                   15 WSV-PND-FECHA        PIC 9(08).
                   15 WSV-PND-HORA         PIC 9(08).
                   15 WSV-PND-OPE-SOLICITA PIC X(10).
               10 WSV-PND-TIPO             PIC X(01).
                   88 WSV-PND-TIPO-BAJA     VALUE 'B'.
               10 WSV-PND-DNI              PIC 9(08).
               10 WSV-PND-ESTADO-NUEVO     PIC X(01).
               10 WSV-PND-FECHA-ESTADO     PIC 9(08).
               10 WSV-PND-IMAGEN           PIC X(138).

      * Dias habiles de CALENDARIOHABIL.
       01 WSV-TABLA-CALENDARIO.
           05 WSV-CAL-FECHA OCCURS 3000 TIMES PIC 9(08).

       01 WS-LINEA-TITULO.
           05 WS-TIT-TEXTO PIC X(50).
           05 FILLER PIC X(8) VALUE ' FECHA: '.
           05 WS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(8) VALUE ' PLAZO: '.
           05 WS-TIT-DIAS PIC ZZ9.
           05 FILLER PIC X(14) VALUE ' DIAS HABILES'.

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(18) VALUE 'FECHA    HORA    '.
           05 FILLER PIC X(11) VALUE 'SOLICITO  '.
           05 FILLER PIC X(9) VALUE 'DNI'.
           05 FILLER PIC X(26) VALUE 'NOMBRE'.
           05 FILLER PIC X(29) VALUE 'PEDIDO'.
           05 FILLER PIC X(10) VALUE 'DIAS HAB.'.

       01 WS-LINEA-DETALLE.
           05 WS-DET-FECHA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-HORA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DNI PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-PEDIDO PIC X(28).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DIAS PIC ZZZZ9.

       01 WS-PEDIDO-ESTADO.
           05 FILLER PIC X(07) VALUE 'ESTADO '.
           05 WS-PED-ESTADO PIC X(01).
           05 FILLER PIC X(03) VALUE ' AL'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PED-FECHA PIC 9(08).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO PIC X(45).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TOT-CANT PIC ZZZ,ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 11000-CARGAR-CALENDARIO
           PERFORM 12000-CARGAR-PENDIENTES
           PERFORM 13000-ABRIR-REPORTE
           MOVE 'SOLICITUDES VENCIDAS' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                 UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
               PERFORM 20000-CONTAR-DIAS-HABILES
               IF WSV-DIAS-HABILES > WSV-DIAS-LIMITE
                  PERFORM 21000-VENCER-SOLICITUD
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'SOLICITUDES QUE SIGUEN PENDIENTES' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                 UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
               PERFORM 20000-CONTAR-DIAS-HABILES
               IF WSV-DIAS-HABILES NOT > WSV-DIAS-LIMITE
                  ADD 1 TO WSV-CONT-VIGENTES
                  PERFORM 22000-ARMAR-DETALLE
               END-IF
           END-PERFORM
           PERFORM 50000-IMPRIMIR-TOTALES
           CLOSE REPORTE
           DISPLAY 'VENCIMIENTO DE SOLICITUDES FINALIZADO'
           DISPLAY 'SOLICITUDES VENCIDAS:     ' WSV-CONT-VENCIDAS
           DISPLAY 'SIGUEN PENDIENTES:        ' WSV-CONT-VIGENTES
           DISPLAY 'ERRORES DE GRABACION:     ' WSV-CONT-ERRORES
           DISPLAY 'DETALLE EN PENDIENTESVENCIDOS'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-DIAS-PARAM FROM ENVIRONMENT "DIASAPROBACION"
           IF WSV-DIAS-PARAM NOT = SPACES
              IF FUNCTION TRIM(WSV-DIAS-PARAM) NUMERIC
                 COMPUTE WSV-DIAS-LIMITE =
                    FUNCTION NUMVAL(WSV-DIAS-PARAM)
              ELSE
                 DISPLAY 'ADVERTENCIA: DIASAPROBACION INVALIDO, SE '
                    'USAN 5 DIAS HABILES'
              END-IF
           END-IF.

       11000-CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF NOT WSS-FS-CALENDARIO-OK
              DISPLAY 'ADVERTENCIA: NO SE PUDO ABRIR CALENDARIOHABIL'
              DISPLAY 'SE CUENTAN LOS DIAS DE LUNES A VIERNES'
           ELSE
              SET WSV-HAY-CALENDARIO TO TRUE
              PERFORM UNTIL WSV-FIN-CALENDARIO
                  READ CALENDARIO
                      AT END
                          SET WSV-FIN-CALENDARIO TO TRUE
                      NOT AT END
                          IF WSV-CANT-DIAS-CAL < 3000
                             ADD 1 TO WSV-CANT-DIAS-CAL
                             MOVE CAL-FECHA
                                TO WSV-CAL-FECHA(WSV-CANT-DIAS-CAL)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CALENDARIO
           END-IF.

      * Deja en la tabla las solicitudes 'P' sin una linea posterior
      * de aprobacion, rechazo o vencimiento.
       12000-CARGAR-PENDIENTES.
           OPEN INPUT PENDIENTES
           IF WSS-FS-PENDIENTES-NOEXISTE
              DISPLAY 'NO HAY SOLICITUDES EN PENDIENTESAPROBACION'
           ELSE
              IF NOT WSS-FS-PENDIENTES-OK
                 DISPLAY 'ERROR DE ARCHIVO DE PENDIENTES'
                 DISPLAY 'FILE STATUS' WSS-FS-PENDIENTES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WSV-FIN-PENDIENTES
                  READ PENDIENTES
                      AT END
                          SET WSV-FIN-PENDIENTES TO TRUE
                      NOT AT END
                          IF PEN-PENDIENTE
                             PERFORM 12100-AGREGAR-PENDIENTE
                          ELSE
                             PERFORM 12200-QUITAR-PENDIENTE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PENDIENTES
           END-IF.

       12100-AGREGAR-PENDIENTE.
           IF WSV-CANT-PENDIENTES < 1000
              ADD 1 TO WSV-CANT-PENDIENTES
              MOVE PEN-CLAVE TO WSV-PND-CLAVE(WSV-CANT-PENDIENTES)
              MOVE PEN-TIPO TO WSV-PND-TIPO(WSV-CANT-PENDIENTES)
              MOVE PEN-DNI TO WSV-PND-DNI(WSV-CANT-PENDIENTES)
              MOVE PEN-ESTADO-NUEVO
                 TO WSV-PND-ESTADO-NUEVO(WSV-CANT-PENDIENTES)
              MOVE PEN-FECHA-ESTADO
                 TO WSV-PND-FECHA-ESTADO(WSV-CANT-PENDIENTES)
              MOVE PEN-IMAGEN TO WSV-PND-IMAGEN(WSV-CANT-PENDIENTES)
           ELSE
              IF NOT WSV-TABLA-LLENA
                 DISPLAY 'ADVERTENCIA: MAS DE 1000 SOLICITUDES '
                    'PENDIENTES, LAS RESTANTES NO SE PROCESAN'
                 SET WSV-TABLA-LLENA TO TRUE
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
           END-IF.

       12200-QUITAR-PENDIENTE.
           MOVE 0 TO WSV-POS-PEN
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                 UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
                    OR WSV-POS-PEN > 0
               IF WSV-PND-CLAVE(WSV-IDX-PEN) = PEN-CLAVE
                  MOVE WSV-IDX-PEN TO WSV-POS-PEN
               END-IF
           END-PERFORM
           IF WSV-POS-PEN > 0
              PERFORM VARYING WSV-IDX-PEN FROM WSV-POS-PEN BY 1
                    UNTIL WSV-IDX-PEN >= WSV-CANT-PENDIENTES
                  MOVE WSV-PENDIENTE-ITEM(WSV-IDX-PEN + 1)
                     TO WSV-PENDIENTE-ITEM(WSV-IDX-PEN)
              END-PERFORM
              SUBTRACT 1 FROM WSV-CANT-PENDIENTES
           END-IF.

       13000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'VENCIMIENTO DE SOLICITUDES DE APROBACION'
              TO WS-TIT-TEXTO
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WSV-DIAS-LIMITE TO WS-TIT-DIAS
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       13200-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

      * Dias habiles transcurridos desde el dia siguiente al pedido
      * de la solicitud WSV-IDX-PEN hasta hoy inclusive.
       20000-CONTAR-DIAS-HABILES.
           MOVE 0 TO WSV-DIAS-HABILES
           IF WSV-HAY-CALENDARIO
              PERFORM VARYING WSV-IDX-CAL FROM 1 BY 1
                    UNTIL WSV-IDX-CAL > WSV-CANT-DIAS-CAL
                  IF WSV-CAL-FECHA(WSV-IDX-CAL) >
                     WSV-PND-FECHA(WSV-IDX-PEN)
                     AND WSV-CAL-FECHA(WSV-IDX-CAL) NOT >
                         WSV-FECHA-HOY
                      ADD 1 TO WSV-DIAS-HABILES
                  END-IF
              END-PERFORM
           ELSE
      * El dia 1 de INTEGER-OF-DATE (01/01/1601) fue lunes.
              COMPUTE WSV-DIA-DESDE =
                 FUNCTION INTEGER-OF-DATE(WSV-PND-FECHA(WSV-IDX-PEN))
                 + 1
              COMPUTE WSV-DIA-HASTA =
                 FUNCTION INTEGER-OF-DATE(WSV-FECHA-HOY)
              PERFORM VARYING WSV-DIA FROM WSV-DIA-DESDE BY 1
                    UNTIL WSV-DIA > WSV-DIA-HASTA
                  DIVIDE 7 INTO WSV-DIA GIVING WSV-COCIENTE
                     REMAINDER WSV-DIA-SEMANA
                  IF WSV-DIA-SEMANA NOT = 6 AND WSV-DIA-SEMANA NOT = 0
                      ADD 1 TO WSV-DIAS-HABILES
                  END-IF
              END-PERFORM
           END-IF.

      * Agrega la linea 'V' de la solicitud; el cambio pedido no se
      * aplica y el operador tiene que volver a pedirlo.
       21000-VENCER-SOLICITUD.
           OPEN EXTEND PENDIENTES
           IF WSS-FS-PENDIENTES-OK
              MOVE WSV-PND-CLAVE(WSV-IDX-PEN) TO PEN-CLAVE
              SET PEN-VENCIDA TO TRUE
              MOVE WSV-PND-TIPO(WSV-IDX-PEN) TO PEN-TIPO
              MOVE WSV-PND-DNI(WSV-IDX-PEN) TO PEN-DNI
              MOVE WSV-PND-ESTADO-NUEVO(WSV-IDX-PEN)
                 TO PEN-ESTADO-NUEVO
              MOVE WSV-PND-FECHA-ESTADO(WSV-IDX-PEN)
                 TO PEN-FECHA-ESTADO
              MOVE 'EJE013C3' TO PEN-OPE-RESUELVE
              ACCEPT PEN-FECHA-RESOLUCION FROM DATE YYYYMMDD
              ACCEPT PEN-HORA-RESOLUCION FROM TIME
              MOVE WSV-PND-IMAGEN(WSV-IDX-PEN) TO PEN-IMAGEN
              WRITE REG-PENDIENTE
           END-IF
           IF WSS-FS-PENDIENTES-OK
              CLOSE PENDIENTES
              ADD 1 TO WSV-CONT-VENCIDAS
              PERFORM 22000-ARMAR-DETALLE
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              DISPLAY 'ERROR DE ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS' WSS-FS-PENDIENTES
              ADD 1 TO WSV-CONT-ERRORES
              CLOSE PENDIENTES
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

       22000-ARMAR-DETALLE.
           MOVE WSV-PND-FECHA(WSV-IDX-PEN) TO WS-DET-FECHA
           MOVE WSV-PND-HORA(WSV-IDX-PEN) TO WS-DET-HORA
           MOVE WSV-PND-OPE-SOLICITA(WSV-IDX-PEN) TO WS-DET-OPERADOR
           MOVE WSV-PND-DNI(WSV-IDX-PEN) TO WS-DET-DNI
           MOVE WSV-PND-IMAGEN(WSV-IDX-PEN)(52:25) TO WS-DET-NOMBRE
           IF WSV-PND-TIPO-BAJA(WSV-IDX-PEN)
              MOVE 'ELIMINACION' TO WS-DET-PEDIDO
           ELSE
              MOVE WSV-PND-ESTADO-NUEVO(WSV-IDX-PEN) TO WS-PED-ESTADO
              MOVE WSV-PND-FECHA-ESTADO(WSV-IDX-PEN) TO WS-PED-FECHA
              MOVE WS-PEDIDO-ESTADO TO WS-DET-PEDIDO
           END-IF
           MOVE WSV-DIAS-HABILES TO WS-DET-DIAS
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       50000-IMPRIMIR-TOTALES.
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'SOLICITUDES VENCIDAS' TO WS-TOT-TITULO
           MOVE WSV-CONT-VENCIDAS TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'SOLICITUDES QUE SIGUEN PENDIENTES' TO WS-TOT-TITULO
           MOVE WSV-CONT-VIGENTES TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'VENCIMIENTOS QUE NO SE PUDIERON GRABAR'
              TO WS-TOT-TITULO
           MOVE WSV-CONT-ERRORES TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

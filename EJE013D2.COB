      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013D2.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Control de calidad de la carga, seguimiento. Cruza las
      * muestras semanales de EJE013D1 (MUESTRASQC) con lo que los
      * supervisores anotaron en RESULTADOSQC y da, para las ultimas
      * SEMANASQC semanas (por omision 12), la tasa de error de cada
      * operador por semana y en total, los errores por campo de cada
      * uno y los de todos juntos. La tasa es registros con error
      * sobre registros verificados; los registros de la muestra que
      * todavia no tienen resultado se informan como pendientes.
      * Un operador cuya tasa supera UMBRALQC por ciento (por
      * omision 5) se marca para revisar su entrada en OPERADORES.
      * RESULTADOSQC lo cargan los supervisores, una linea por
      * registro verificado: la clave que imprime la planilla de
      * EJE013D1, C (correcto) o E (error), el campo mal cargado con
      * el nombre de la planilla y el codigo del supervisor. Un
      * registro con varios campos mal lleva una linea E por campo.
      * Los resultados que no corresponden a ninguna muestra o traen
      * un resultado o campo desconocido se listan aparte.
      * El reporte queda en SEGUIMIENTOQC.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MUESTRAS          ASSIGN TO DISK 'MUESTRASQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-MUESTRAS.

       SELECT RESULTADOS        ASSIGN TO DISK 'RESULTADOSQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-RESULTADOS.

       SELECT OPERADORES        ASSIGN TO DISK 'OPERADORES'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-OPERADORES.

       SELECT ARCH-ORDEN        ASSIGN TO DISK 'WORKSEGUIMIENTOQC'.

       SELECT REPORTE           ASSIGN TO DISK 'SEGUIMIENTOQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD MUESTRAS.
       01 REG-MUESTRA.
           05 MQC-SEMANA      PIC 9(08).
           05 MQC-OPERADOR    PIC X(10).
           05 MQC-DNI         PIC 9(08).
           05 MQC-FECHA       PIC 9(08).
           05 MQC-HORA        PIC 9(08).
           05 MQC-ACCION      PIC X(01).
           05 MQC-FECHA-PROC  PIC 9(08).

       FD RESULTADOS.
       01 REG-RESULTADO.
           05 RQC-SEMANA      PIC 9(08).
           05 RQC-OPERADOR    PIC X(10).
           05 RQC-DNI         PIC 9(08).
           05 RQC-FECHA       PIC 9(08).
           05 RQC-HORA        PIC 9(08).
           05 RQC-RESULTADO   PIC X(01).
           05 RQC-CAMPO       PIC X(17).
           05 RQC-SUPERVISOR  PIC X(10).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-CODIGO      PIC X(10).
           05 OPE-NOMBRE      PIC X(30).
           05 FILLER          PIC X(25).

      * ORD-TIPO 1 = registro de la muestra, 2 = resultado; asi cada
      * muestra llega antes que sus resultados.
       SD ARCH-ORDEN.
       01 REG-ORDEN.
           05 ORD-CLAVE.
               10 ORD-OPERADOR    PIC X(10).
               10 ORD-SEMANA      PIC 9(08).
               10 ORD-DNI         PIC 9(08).
               10 ORD-FECHA       PIC 9(08).
               10 ORD-HORA        PIC 9(08).
           05 ORD-TIPO        PIC X(01).
              88 ORD-MUESTRA     VALUE '1'.
           05 ORD-RESULTADO   PIC X(01).
           05 ORD-CAMPO       PIC X(17).
           05 ORD-SUPERVISOR  PIC X(10).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-MUESTRAS          PIC X(02).
          88 WSS-FS-MUESTRAS-OK     VALUE '00'.

       01 WSS-FS-RESULTADOS        PIC X(02).
          88 WSS-FS-RESULTADOS-OK   VALUE '00'.

       01 WSS-FS-OPERADORES        PIC X(02).
          88 WSS-FS-OPERADORES-OK   VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-ARCHIVO       PIC X(01).
          88 WSV-FIN-ARCHIVO        VALUE 'S'.

       01 WSV-SW-FIN-ORDEN         PIC X(01).
          88 WSV-FIN-ORDEN          VALUE 'S'.

       01 WSV-SW-CON-MUESTRA       PIC X(01).
          88 WSV-CON-MUESTRA        VALUE 'S'.

       01 WSV-SW-CORRECTO          PIC X(01).
          88 WSV-HAY-CORRECTO       VALUE 'S'.

       01 WSV-SW-ERROR             PIC X(01).
          88 WSV-HAY-ERROR          VALUE 'S'.

      * Codigo de retorno: 0 = sin observaciones, 4 = operadores sobre
      * el umbral o resultados inconsistentes, 16 = cancelado.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-DIA-JULIANO          PIC 9(08).
       01 WSV-JULIANO-DESDE        PIC 9(08).
       01 WSV-COCIENTE             PIC 9(08).
       01 WSV-DIA-SEMANA           PIC 9(01).
       01 WSV-SEMANA-DESDE         PIC 9(08).

       01 WSV-SEMANAS-PARAM        PIC X(03).
       01 WSV-UMBRAL-PARAM         PIC X(06).
       01 WSV-CANT-SEMANAS         PIC 9(03) VALUE 12.
       01 WSV-UMBRAL               PIC 9(03)V9(02) VALUE 5.

       01 WSV-CLAVE-ACTUAL         PIC X(42).
       01 WSV-OPERADOR-ACTUAL      PIC X(10).
       01 WSV-SEMANA-ACTUAL        PIC 9(08).

      * Acumuladores: 1 = semana, 2 = operador, 3 = total general.
       01 WSV-TABLA-ACUMULADOS.
           05 WSV-ACUMULADO OCCURS 3 TIMES.
               10 WSV-ACU-MUESTRA     PIC 9(07).
               10 WSV-ACU-VERIFICADOS PIC 9(07).
               10 WSV-ACU-PENDIENTES  PIC 9(07).
               10 WSV-ACU-ERRORES     PIC 9(07).
       01 WSV-IDX-ACU              PIC 9(4) COMP.

      * Campos de PERSONA con los nombres de la planilla; errores del
      * operador y del total general.
       01 WSV-VALORES-CAMPOS.
           05 FILLER PIC X(17) VALUE 'DNI'.
           05 FILLER PIC X(17) VALUE 'PROVINCIA'.
           05 FILLER PIC X(17) VALUE 'CIUDAD'.
           05 FILLER PIC X(17) VALUE 'NOMBRE'.
           05 FILLER PIC X(17) VALUE 'FECHA-NACIMIENTO'.
           05 FILLER PIC X(17) VALUE 'DIRECCION'.
           05 FILLER PIC X(17) VALUE 'TELEFONO'.
           05 FILLER PIC X(17) VALUE 'ESTADO'.
       01 WSV-TABLA-CAMPOS REDEFINES WSV-VALORES-CAMPOS.
           05 WSV-CAMPO-NOMBRE PIC X(17) OCCURS 8 TIMES.
       01 WSV-TABLA-ERRORES-CAMPO.
           05 WSV-ERRORES-CAMPO OCCURS 8 TIMES.
               10 WSV-ERC-OPERADOR    PIC 9(07).
               10 WSV-ERC-TOTAL       PIC 9(07).
       01 WSV-IDX-CAMPO            PIC 9(4) COMP.
       01 WSV-POS-CAMPO            PIC 9(4) COMP.
       01 WSV-CAMPO-BUSCADO        PIC X(17).

      * Totales por semana de todos los operadores; la posicion sale
      * de la distancia en semanas al lunes de la primera.
       01 WSV-TABLA-SEMANAS.
           05 WSV-SEMANA-ITEM OCCURS 104 TIMES.
               10 WSV-SEM-MUESTRA     PIC 9(07).
               10 WSV-SEM-VERIFICADOS PIC 9(07).
               10 WSV-SEM-PENDIENTES  PIC 9(07).
               10 WSV-SEM-ERRORES     PIC 9(07).
       01 WSV-IDX-SEM              PIC 9(4) COMP.

      * Resultados que no se pudieron tomar en cuenta, para listarlos
      * al final.
       01 WSV-CANT-INCONSISTENTES  PIC 9(4) COMP VALUE 0.
       01 WSV-CONT-INCONSISTENTES  PIC 9(7) VALUE 0.
       01 WSV-TABLA-INCONSISTENTES.
           05 WSV-INCONSISTENTE OCCURS 500 TIMES.
               10 WSV-INC-REGISTRO    PIC X(60).
               10 WSV-INC-SUPERVISOR  PIC X(10).
               10 WSV-INC-MOTIVO      PIC X(30).
       01 WSV-IDX-INC              PIC 9(4) COMP.
       01 WSV-MOTIVO               PIC X(30).

       01 WSV-CANT-OPERADORES      PIC 9(4) COMP VALUE 0.
       01 WSV-TABLA-OPERADORES.
           05 WSV-OPERADOR-ITEM OCCURS 300 TIMES.
               10 WSV-OPC-CODIGO     PIC X(10).
               10 WSV-OPC-NOMBRE     PIC X(30).
       01 WSV-IDX-OPE              PIC 9(4) COMP.

       01 WSV-TASA                 PIC 9(03)V9(02).
       01 WSV-CONT-OPERADORES      PIC 9(7) VALUE 0.
       01 WSV-CONT-MARCADOS        PIC 9(7) VALUE 0.
       01 WSV-CONT-MUESTRAS-LEIDAS PIC 9(7) VALUE 0.
       01 WSV-CONT-RESULT-LEIDOS   PIC 9(7) VALUE 0.
       01 WSV-PUNTERO              PIC 9(03).
       01 WSV-CANT-EDITADA         PIC Z(6)9.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(40) VALUE
              'SEGUIMIENTO DE CALIDAD DE CARGA - DESDE '.
           05 FILLER PIC X(11) VALUE 'SEMANA DEL '.
           05 WS-TIT-DESDE PIC 9(08).
           05 FILLER PIC X(15) VALUE '   CORRIDA DEL '.
           05 WS-TIT-FECHA PIC 9(08).
           05 FILLER PIC X(10) VALUE '   UMBRAL '.
           05 WS-TIT-UMBRAL PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE ' %'.

       01 WS-LINEA-OPERADOR.
           05 FILLER PIC X(10) VALUE 'OPERADOR: '.
           05 WS-OPE-CODIGO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPE-NOMBRE PIC X(30).

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(14) VALUE '  SEMANA'.
           05 FILLER PIC X(10) VALUE '   MUESTRA'.
           05 FILLER PIC X(12) VALUE ' VERIFICADOS'.
           05 FILLER PIC X(11) VALUE ' PENDIENTES'.
           05 FILLER PIC X(10) VALUE ' CON ERROR'.
           05 FILLER PIC X(10) VALUE '   TASA %'.

       01 WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-SEMANA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-MUESTRA PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DET-VERIFICADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PENDIENTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-ERRORES PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-TASA PIC X(07).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-MARCA PIC X(40).

       01 WS-TASA-EDITADA          PIC ZZ9.99.

       01 WS-LINEA-CAMPO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CPO-CAMPO PIC X(17).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CPO-ERRORES PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CPO-TASA PIC X(07).

       01 WS-LINEA-INCONSISTENTE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-INC-REGISTRO PIC X(60).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-INC-SUPERVISOR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-INC-MOTIVO PIC X(30).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO PIC X(45).
           05 WS-TOT-CANT PIC ZZZ,ZZZ,ZZ9.

       01 WS-LINEA-MENSAJE.
           05 WS-MSJ-TEXTO PIC X(132).

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 10500-CARGAR-OPERADORES
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-CLAVE ORD-TIPO
               INPUT PROCEDURE IS 20000-LIBERAR-REGISTROS
               OUTPUT PROCEDURE IS 30000-CALCULAR-TASAS
           PERFORM 40000-IMPRIMIR-TOTALES
           CLOSE REPORTE
           DISPLAY 'OPERADORES CON MUESTRA:       ' WSV-CONT-OPERADORES
           DISPLAY 'OPERADORES SOBRE EL UMBRAL:   ' WSV-CONT-MARCADOS
           DISPLAY 'RESULTADOS INCONSISTENTES:    '
              WSV-CONT-INCONSISTENTES
           DISPLAY 'REPORTE GENERADO EN SEGUIMIENTOQC'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

      * La ventana empieza el lunes de la semana actual menos
      * SEMANASQC semanas (el dia 1 de INTEGER-OF-DATE fue lunes).
       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-SEMANAS-PARAM FROM ENVIRONMENT "SEMANASQC"
           IF WSV-SEMANAS-PARAM NOT = SPACES
              IF FUNCTION TRIM(WSV-SEMANAS-PARAM) NUMERIC
                 COMPUTE WSV-CANT-SEMANAS =
                    FUNCTION NUMVAL(WSV-SEMANAS-PARAM)
              ELSE
                 MOVE 0 TO WSV-CANT-SEMANAS
              END-IF
              IF WSV-CANT-SEMANAS = 0 OR WSV-CANT-SEMANAS > 103
                 DISPLAY 'SEMANASQC INVALIDO, DEBE SER DE 1 A 103'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ACCEPT WSV-UMBRAL-PARAM FROM ENVIRONMENT "UMBRALQC"
           IF WSV-UMBRAL-PARAM NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WSV-UMBRAL-PARAM) = 0
                 COMPUTE WSV-UMBRAL =
                    FUNCTION NUMVAL(WSV-UMBRAL-PARAM)
              ELSE
                 DISPLAY 'UMBRALQC INVALIDO, SE CANCELA LA CORRIDA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           COMPUTE WSV-DIA-JULIANO =
              FUNCTION INTEGER-OF-DATE(WSV-FECHA-HOY)
           DIVIDE 7 INTO WSV-DIA-JULIANO GIVING WSV-COCIENTE
              REMAINDER WSV-DIA-SEMANA
           IF WSV-DIA-SEMANA = 0
              SUBTRACT 6 FROM WSV-DIA-JULIANO
           ELSE
              SUBTRACT WSV-DIA-SEMANA FROM WSV-DIA-JULIANO
              ADD 1 TO WSV-DIA-JULIANO
           END-IF
           COMPUTE WSV-JULIANO-DESDE =
              WSV-DIA-JULIANO - 7 * WSV-CANT-SEMANAS
           MOVE FUNCTION DATE-OF-INTEGER(WSV-JULIANO-DESDE)
              TO WSV-SEMANA-DESDE
           INITIALIZE WSV-TABLA-ACUMULADOS
           INITIALIZE WSV-TABLA-ERRORES-CAMPO
           INITIALIZE WSV-TABLA-SEMANAS
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-SEMANA-DESDE TO WS-TIT-DESDE
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WSV-UMBRAL TO WS-TIT-UMBRAL
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE ALL '=' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

      * OPERADORES solo aporta los nombres; sin el archivo el reporte
      * sale con los codigos.
       10500-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           IF WSS-FS-OPERADORES-OK
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ OPERADORES
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          IF WSV-CANT-OPERADORES < 300
                             ADD 1 TO WSV-CANT-OPERADORES
                             MOVE OPE-CODIGO TO
                                WSV-OPC-CODIGO(WSV-CANT-OPERADORES)
                             MOVE OPE-NOMBRE TO
                                WSV-OPC-NOMBRE(WSV-CANT-OPERADORES)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       20000-LIBERAR-REGISTROS.
           OPEN INPUT MUESTRAS
           IF NOT WSS-FS-MUESTRAS-OK
              DISPLAY 'NO SE PUDO ABRIR MUESTRASQC, NO HAY MUESTRAS '
                 'PARA SEGUIR'
              DISPLAY 'FILE STATUS' WSS-FS-MUESTRAS
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ MUESTRAS
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF MQC-SEMANA >= WSV-SEMANA-DESDE
                          ADD 1 TO WSV-CONT-MUESTRAS-LEIDAS
                          MOVE SPACES TO REG-ORDEN
                          MOVE MQC-OPERADOR TO ORD-OPERADOR
                          MOVE MQC-SEMANA TO ORD-SEMANA
                          MOVE MQC-DNI TO ORD-DNI
                          MOVE MQC-FECHA TO ORD-FECHA
                          MOVE MQC-HORA TO ORD-HORA
                          MOVE '1' TO ORD-TIPO
                          RELEASE REG-ORDEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MUESTRAS
           OPEN INPUT RESULTADOS
           IF NOT WSS-FS-RESULTADOS-OK
              MOVE 'SIN ARCHIVO RESULTADOSQC: TODAS LAS MUESTRAS '
                 TO WS-MSJ-TEXTO
              MOVE 'QUEDAN PENDIENTES' TO WS-MSJ-TEXTO(47:17)
              MOVE WS-LINEA-MENSAJE TO REG-REPORTE
              PERFORM 29500-ESCRIBIR-LINEA
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ RESULTADOS
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          IF RQC-SEMANA >= WSV-SEMANA-DESDE
                             ADD 1 TO WSV-CONT-RESULT-LEIDOS
                             MOVE RQC-OPERADOR TO ORD-OPERADOR
                             MOVE RQC-SEMANA TO ORD-SEMANA
                             MOVE RQC-DNI TO ORD-DNI
                             MOVE RQC-FECHA TO ORD-FECHA
                             MOVE RQC-HORA TO ORD-HORA
                             MOVE '2' TO ORD-TIPO
                             MOVE RQC-RESULTADO TO ORD-RESULTADO
                             MOVE RQC-CAMPO TO ORD-CAMPO
                             MOVE RQC-SUPERVISOR TO ORD-SUPERVISOR
                             RELEASE REG-ORDEN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RESULTADOS
           END-IF.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29500-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.
       30000-CALCULAR-TASAS.
           MOVE SPACES TO WSV-SW-FIN-ORDEN
           RETURN ARCH-ORDEN
               AT END SET WSV-FIN-ORDEN TO TRUE
           END-RETURN
           PERFORM UNTIL WSV-FIN-ORDEN
               PERFORM 30100-PROCESAR-OPERADOR
           END-PERFORM.

       30100-PROCESAR-OPERADOR.
           MOVE ORD-OPERADOR TO WSV-OPERADOR-ACTUAL
           ADD 1 TO WSV-CONT-OPERADORES
           MOVE 0 TO WSV-ACU-MUESTRA(2)
           MOVE 0 TO WSV-ACU-VERIFICADOS(2)
           MOVE 0 TO WSV-ACU-PENDIENTES(2)
           MOVE 0 TO WSV-ACU-ERRORES(2)
           PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                 UNTIL WSV-IDX-CAMPO > 8
               MOVE 0 TO WSV-ERC-OPERADOR(WSV-IDX-CAMPO)
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE WSV-OPERADOR-ACTUAL TO WS-OPE-CODIGO
           MOVE SPACES TO WS-OPE-NOMBRE
           PERFORM VARYING WSV-IDX-OPE FROM 1 BY 1
                 UNTIL WSV-IDX-OPE > WSV-CANT-OPERADORES
               IF WSV-OPC-CODIGO(WSV-IDX-OPE) = WSV-OPERADOR-ACTUAL
                  MOVE WSV-OPC-NOMBRE(WSV-IDX-OPE) TO WS-OPE-NOMBRE
               END-IF
           END-PERFORM
           MOVE WS-LINEA-OPERADOR TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           PERFORM UNTIL WSV-FIN-ORDEN
                 OR ORD-OPERADOR NOT = WSV-OPERADOR-ACTUAL
               PERFORM 30200-PROCESAR-SEMANA
           END-PERFORM
           MOVE '  TOTAL' TO WS-DET-SEMANA
           MOVE 2 TO WSV-IDX-ACU
           PERFORM 30600-LINEA-DETALLE
           PERFORM 30700-LINEA-CAMPOS-OPERADOR
           ADD WSV-ACU-MUESTRA(2) TO WSV-ACU-MUESTRA(3)
           ADD WSV-ACU-VERIFICADOS(2) TO WSV-ACU-VERIFICADOS(3)
           ADD WSV-ACU-PENDIENTES(2) TO WSV-ACU-PENDIENTES(3)
           ADD WSV-ACU-ERRORES(2) TO WSV-ACU-ERRORES(3).

       30200-PROCESAR-SEMANA.
           MOVE ORD-SEMANA TO WSV-SEMANA-ACTUAL
           MOVE 0 TO WSV-ACU-MUESTRA(1)
           MOVE 0 TO WSV-ACU-VERIFICADOS(1)
           MOVE 0 TO WSV-ACU-PENDIENTES(1)
           MOVE 0 TO WSV-ACU-ERRORES(1)
           PERFORM UNTIL WSV-FIN-ORDEN
                 OR ORD-OPERADOR NOT = WSV-OPERADOR-ACTUAL
                 OR ORD-SEMANA NOT = WSV-SEMANA-ACTUAL
               PERFORM 30300-PROCESAR-REGISTRO
           END-PERFORM
           MOVE WSV-SEMANA-ACTUAL TO WS-DET-SEMANA
           MOVE 1 TO WSV-IDX-ACU
           PERFORM 30600-LINEA-DETALLE
           COMPUTE WSV-IDX-SEM =
              (FUNCTION INTEGER-OF-DATE(WSV-SEMANA-ACTUAL)
               - WSV-JULIANO-DESDE) / 7 + 1
           IF WSV-IDX-SEM > 0 AND WSV-IDX-SEM <= 104
              ADD WSV-ACU-MUESTRA(1) TO WSV-SEM-MUESTRA(WSV-IDX-SEM)
              ADD WSV-ACU-VERIFICADOS(1)
                 TO WSV-SEM-VERIFICADOS(WSV-IDX-SEM)
              ADD WSV-ACU-PENDIENTES(1)
                 TO WSV-SEM-PENDIENTES(WSV-IDX-SEM)
              ADD WSV-ACU-ERRORES(1) TO WSV-SEM-ERRORES(WSV-IDX-SEM)
           END-IF
           ADD WSV-ACU-MUESTRA(1) TO WSV-ACU-MUESTRA(2)
           ADD WSV-ACU-VERIFICADOS(1) TO WSV-ACU-VERIFICADOS(2)
           ADD WSV-ACU-PENDIENTES(1) TO WSV-ACU-PENDIENTES(2)
           ADD WSV-ACU-ERRORES(1) TO WSV-ACU-ERRORES(2).

      * Un registro de la muestra con sus resultados. Cuenta como
      * verificado si tiene alguno y como error si alguna linea es E.
       30300-PROCESAR-REGISTRO.
           MOVE ORD-CLAVE TO WSV-CLAVE-ACTUAL
           MOVE SPACES TO WSV-SW-CON-MUESTRA
           MOVE SPACES TO WSV-SW-CORRECTO
           MOVE SPACES TO WSV-SW-ERROR
           IF ORD-MUESTRA
              SET WSV-CON-MUESTRA TO TRUE
              RETURN ARCH-ORDEN
                  AT END SET WSV-FIN-ORDEN TO TRUE
              END-RETURN
           END-IF
           PERFORM UNTIL WSV-FIN-ORDEN
                 OR ORD-CLAVE NOT = WSV-CLAVE-ACTUAL
               PERFORM 30400-EVALUAR-RESULTADO
               RETURN ARCH-ORDEN
                   AT END SET WSV-FIN-ORDEN TO TRUE
               END-RETURN
           END-PERFORM
           IF WSV-CON-MUESTRA
              ADD 1 TO WSV-ACU-MUESTRA(1)
              IF WSV-HAY-ERROR
                 ADD 1 TO WSV-ACU-VERIFICADOS(1)
                 ADD 1 TO WSV-ACU-ERRORES(1)
              ELSE
                 IF WSV-HAY-CORRECTO
                    ADD 1 TO WSV-ACU-VERIFICADOS(1)
                 ELSE
                    ADD 1 TO WSV-ACU-PENDIENTES(1)
                 END-IF
              END-IF
           END-IF.

       30400-EVALUAR-RESULTADO.
           MOVE SPACES TO WSV-MOTIVO
           IF NOT WSV-CON-MUESTRA
              MOVE 'NO ESTA EN LA MUESTRA' TO WSV-MOTIVO
           ELSE
              EVALUATE ORD-RESULTADO
                  WHEN 'C'
                  WHEN 'c'
                      SET WSV-HAY-CORRECTO TO TRUE
                  WHEN 'E'
                  WHEN 'e'
                      SET WSV-HAY-ERROR TO TRUE
                      PERFORM 30500-CONTAR-CAMPO
                  WHEN OTHER
                      MOVE 'RESULTADO DESCONOCIDO' TO WSV-MOTIVO
              END-EVALUATE
           END-IF
           IF WSV-MOTIVO NOT = SPACES
              ADD 1 TO WSV-CONT-INCONSISTENTES
              PERFORM 29000-MARCAR-ADVERTENCIA
              IF WSV-CANT-INCONSISTENTES < 500
                 ADD 1 TO WSV-CANT-INCONSISTENTES
                 MOVE SPACES
                    TO WSV-INC-REGISTRO(WSV-CANT-INCONSISTENTES)
                 STRING ORD-SEMANA ORD-OPERADOR ORD-DNI ORD-FECHA
                        ORD-HORA ORD-RESULTADO
                     DELIMITED BY SIZE
                     INTO WSV-INC-REGISTRO(WSV-CANT-INCONSISTENTES)
                 END-STRING
                 MOVE ORD-CAMPO TO
                    WSV-INC-REGISTRO(WSV-CANT-INCONSISTENTES)(44:17)
                 MOVE ORD-SUPERVISOR
                    TO WSV-INC-SUPERVISOR(WSV-CANT-INCONSISTENTES)
                 MOVE WSV-MOTIVO
                    TO WSV-INC-MOTIVO(WSV-CANT-INCONSISTENTES)
              END-IF
           END-IF.

      * El registro cuenta como error aunque el campo no se reconozca;
      * el campo desconocido se lista para que el supervisor lo corrija.
       30500-CONTAR-CAMPO.
           MOVE ORD-CAMPO TO WSV-CAMPO-BUSCADO
           INSPECT WSV-CAMPO-BUSCADO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WSV-POS-CAMPO
           PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                 UNTIL WSV-IDX-CAMPO > 8
               IF WSV-CAMPO-NOMBRE(WSV-IDX-CAMPO) = WSV-CAMPO-BUSCADO
                  MOVE WSV-IDX-CAMPO TO WSV-POS-CAMPO
               END-IF
           END-PERFORM
           IF WSV-POS-CAMPO = 0
              MOVE 'CAMPO DESCONOCIDO' TO WSV-MOTIVO
           ELSE
              ADD 1 TO WSV-ERC-OPERADOR(WSV-POS-CAMPO)
              ADD 1 TO WSV-ERC-TOTAL(WSV-POS-CAMPO)
           END-IF.

      * Imprime el acumulado WSV-IDX-ACU; el total de un operador se
      * compara con el umbral.
       30600-LINEA-DETALLE.
           MOVE WSV-ACU-MUESTRA(WSV-IDX-ACU) TO WS-DET-MUESTRA
           MOVE WSV-ACU-VERIFICADOS(WSV-IDX-ACU) TO WS-DET-VERIFICADOS
           MOVE WSV-ACU-PENDIENTES(WSV-IDX-ACU) TO WS-DET-PENDIENTES
           MOVE WSV-ACU-ERRORES(WSV-IDX-ACU) TO WS-DET-ERRORES
           MOVE SPACES TO WS-DET-MARCA
           IF WSV-ACU-VERIFICADOS(WSV-IDX-ACU) = 0
              MOVE '    S/D' TO WS-DET-TASA
           ELSE
              COMPUTE WSV-TASA ROUNDED =
                 WSV-ACU-ERRORES(WSV-IDX-ACU) * 100
                 / WSV-ACU-VERIFICADOS(WSV-IDX-ACU)
              MOVE WSV-TASA TO WS-TASA-EDITADA
              MOVE WS-TASA-EDITADA TO WS-DET-TASA
              IF WSV-IDX-ACU = 2 AND WSV-TASA > WSV-UMBRAL
                 MOVE '*** REVISAR ENTRADA EN OPERADORES'
                    TO WS-DET-MARCA
                 ADD 1 TO WSV-CONT-MARCADOS
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
           END-IF
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

       30700-LINEA-CAMPOS-OPERADOR.
           IF WSV-ACU-ERRORES(2) > 0
              MOVE SPACES TO REG-REPORTE
              MOVE '  ERRORES POR CAMPO:' TO REG-REPORTE
              MOVE 22 TO WSV-PUNTERO
              PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                    UNTIL WSV-IDX-CAMPO > 8
                  IF WSV-ERC-OPERADOR(WSV-IDX-CAMPO) > 0
                     MOVE WSV-ERC-OPERADOR(WSV-IDX-CAMPO)
                        TO WSV-CANT-EDITADA
                     STRING
                         FUNCTION TRIM(WSV-CAMPO-NOMBRE(WSV-IDX-CAMPO))
                         ' ' FUNCTION TRIM(WSV-CANT-EDITADA) '  '
                         DELIMITED BY SIZE
                         INTO REG-REPORTE WITH POINTER WSV-PUNTERO
                     END-STRING
                  END-IF
              END-PERFORM
              IF WSV-PUNTERO > 22
                 PERFORM 29500-ESCRIBIR-LINEA
              END-IF
           END-IF.

       40000-IMPRIMIR-TOTALES.
           MOVE SPACES TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE ALL '=' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE 'TODOS LOS OPERADORES POR SEMANA' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-SEM FROM 1 BY 1
                 UNTIL WSV-IDX-SEM > 104
               IF WSV-SEM-MUESTRA(WSV-IDX-SEM) > 0
                  MOVE WSV-SEM-MUESTRA(WSV-IDX-SEM)
                     TO WSV-ACU-MUESTRA(1)
                  MOVE WSV-SEM-VERIFICADOS(WSV-IDX-SEM)
                     TO WSV-ACU-VERIFICADOS(1)
                  MOVE WSV-SEM-PENDIENTES(WSV-IDX-SEM)
                     TO WSV-ACU-PENDIENTES(1)
                  MOVE WSV-SEM-ERRORES(WSV-IDX-SEM)
                     TO WSV-ACU-ERRORES(1)
                  MOVE FUNCTION DATE-OF-INTEGER(WSV-JULIANO-DESDE
                     + 7 * (WSV-IDX-SEM - 1)) TO WSV-SEMANA-ACTUAL
                  MOVE WSV-SEMANA-ACTUAL TO WS-DET-SEMANA
                  MOVE 1 TO WSV-IDX-ACU
                  PERFORM 30600-LINEA-DETALLE
               END-IF
           END-PERFORM
           MOVE '  TOTAL' TO WS-DET-SEMANA
           MOVE 3 TO WSV-IDX-ACU
           PERFORM 30600-LINEA-DETALLE
           MOVE SPACES TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE 'ERRORES POR CAMPO, TODOS LOS OPERADORES (TASA SOBRE '
              TO REG-REPORTE
           MOVE 'VERIFICADOS)' TO REG-REPORTE(53:12)
           PERFORM 29500-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                 UNTIL WSV-IDX-CAMPO > 8
               MOVE WSV-CAMPO-NOMBRE(WSV-IDX-CAMPO) TO WS-CPO-CAMPO
               MOVE WSV-ERC-TOTAL(WSV-IDX-CAMPO) TO WS-CPO-ERRORES
               IF WSV-ACU-VERIFICADOS(3) = 0
                  MOVE '    S/D' TO WS-CPO-TASA
               ELSE
                  COMPUTE WSV-TASA ROUNDED =
                     WSV-ERC-TOTAL(WSV-IDX-CAMPO) * 100
                     / WSV-ACU-VERIFICADOS(3)
                  MOVE WSV-TASA TO WS-TASA-EDITADA
                  MOVE WS-TASA-EDITADA TO WS-CPO-TASA
               END-IF
               MOVE WS-LINEA-CAMPO TO REG-REPORTE
               PERFORM 29500-ESCRIBIR-LINEA
           END-PERFORM
           IF WSV-CONT-INCONSISTENTES > 0
              MOVE SPACES TO REG-REPORTE
              PERFORM 29500-ESCRIBIR-LINEA
              MOVE 'RESULTADOS NO CONSIDERADOS (SEMANA, OPERADOR, DNI, '
                 TO REG-REPORTE
              MOVE 'FECHA, HORA, RESULTADO, CAMPO)'
                 TO REG-REPORTE(52:30)
              PERFORM 29500-ESCRIBIR-LINEA
              PERFORM VARYING WSV-IDX-INC FROM 1 BY 1
                    UNTIL WSV-IDX-INC > WSV-CANT-INCONSISTENTES
                  MOVE WSV-INC-REGISTRO(WSV-IDX-INC) TO WS-INC-REGISTRO
                  MOVE WSV-INC-SUPERVISOR(WSV-IDX-INC)
                     TO WS-INC-SUPERVISOR
                  MOVE WSV-INC-MOTIVO(WSV-IDX-INC) TO WS-INC-MOTIVO
                  MOVE WS-LINEA-INCONSISTENTE TO REG-REPORTE
                  PERFORM 29500-ESCRIBIR-LINEA
              END-PERFORM
           END-IF
           MOVE SPACES TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE 'MUESTRAS LEIDAS EN LA VENTANA' TO WS-TOT-TITULO
           MOVE WSV-CONT-MUESTRAS-LEIDAS TO WS-TOT-CANT
           PERFORM 40100-LINEA-TOTAL
           MOVE 'RESULTADOS LEIDOS EN LA VENTANA' TO WS-TOT-TITULO
           MOVE WSV-CONT-RESULT-LEIDOS TO WS-TOT-CANT
           PERFORM 40100-LINEA-TOTAL
           MOVE 'RESULTADOS NO CONSIDERADOS' TO WS-TOT-TITULO
           MOVE WSV-CONT-INCONSISTENTES TO WS-TOT-CANT
           PERFORM 40100-LINEA-TOTAL
           MOVE 'OPERADORES CON MUESTRA' TO WS-TOT-TITULO
           MOVE WSV-CONT-OPERADORES TO WS-TOT-CANT
           PERFORM 40100-LINEA-TOTAL
           MOVE 'OPERADORES SOBRE EL UMBRAL' TO WS-TOT-TITULO
           MOVE WSV-CONT-MARCADOS TO WS-TOT-CANT
           PERFORM 40100-LINEA-TOTAL.

       40100-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

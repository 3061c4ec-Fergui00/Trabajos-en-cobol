      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C9.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Agrupamiento de hogares. Las personas activas de
      * DATOSPERSONASNUEVO se agrupan por DIRECCION + CIUDAD +
      * PROVINCIA normalizadas con EJE013C8 (mayusculas, blancos y
      * abreviaturas). Cada hogar tiene un numero fijo guardado en
      * HOGARESPERSONAS, ordenado por clave: un hogar que ya existia
      * conserva su numero, uno nuevo toma el siguiente y uno que se
      * quedo sin miembros queda con cero miembros y su numero no se
      * vuelve a usar.
      * El reporte REPORTEHOGARES lista cada hogar con sus miembros y
      * la edad de cada uno, y marca para revision los hogares con
      * mas miembros que UMBRALHOGAR (por omision 6).
      * Las etiquetas por hogar se piden en EJE013B1.
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

       SELECT HOGARES           ASSIGN TO DISK 'HOGARESPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HOGARES.

       SELECT TRABAJO-HOGARES   ASSIGN TO DISK 'WORKHOGARES'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRAB-HOGARES.

       SELECT ARCH-ORDEN        ASSIGN TO DISK 'WORKHOGARESORDEN'.

       SELECT REPORTE           ASSIGN TO DISK 'REPORTEHOGARES'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

      * Un registro por hogar, en orden de clave. HGR-FECHA-ULTIMA es
      * la ultima corrida en que el hogar tuvo miembros.
       FD HOGARES.
       01 REG-HOGAR.
           05 HGR-CLAVE       PIC X(73).
           05 HGR-ID          PIC 9(08).
           05 HGR-MIEMBROS    PIC 9(04).
           05 HGR-FECHA-ALTA  PIC 9(08).
           05 HGR-FECHA-ULTIMA PIC 9(08).

       FD TRABAJO-HOGARES.
       01 REG-TRABAJO-HOGAR PIC X(101).

       SD ARCH-ORDEN.
       01 REG-ORDEN.
           05 ORD-CLAVE       PIC X(73).
           05 ORD-NOMBRE      PIC X(25).
           05 ORD-DNI         PIC 9(08).
           05 ORD-FECHA-NAC   PIC 9(08).
           05 ORD-DIRECCION   PIC X(30).
           05 ORD-CIUDAD      PIC X(20).
           05 ORD-PROVINCIA   PIC X(23).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSS-FS-HOGARES           PIC X(02).
          88 WSS-FS-HOGARES-OK      VALUE '00'.
          88 WSS-FS-HOGARES-NOEXISTE VALUE '35'.

       01 WSS-FS-TRAB-HOGARES      PIC X(02).
          88 WSS-FS-TRAB-HOGARES-OK VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-ARCHIVO       PIC X(01).
          88 WSV-FIN-ARCHIVO        VALUE 'S'.

       01 WSV-SW-FIN-HOGARES       PIC X(01).
          88 WSV-FIN-HOGARES        VALUE 'S'.

       01 WSV-SW-FIN-ORDEN         PIC X(01) VALUE 'N'.
          88 WSV-FIN-ORDEN          VALUE 'S'.

       01 WSV-SW-HOGARES           PIC X(01) VALUE 'N'.
          88 WSV-CON-HOGARES        VALUE 'S'.

       01 WSV-SW-TRABAJO           PIC X(01) VALUE 'S'.
          88 WSV-TRABAJO-OK         VALUE 'S'.

       01 WSV-SW-NUEVO             PIC X(01).
          88 WSV-HOGAR-NUEVO        VALUE 'S'.

      * Codigo de retorno: 0 = sin observaciones, 4 = hay hogares
      * para revisar o personas sin direccion, 8 = no se pudo grabar
      * HOGARESPERSONAS, 16 = cancelado.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-HOY-PARTES REDEFINES WSV-FECHA-HOY.
           05 WSV-HOY-ANIO         PIC 9(04).
           05 WSV-HOY-MESDIA       PIC 9(04).

       01 WSV-UMBRAL-PARAM         PIC X(04).
       01 WSV-UMBRAL               PIC 9(04) VALUE 6.

      * Parametros de la clave de hogar EJE013C8.
       01 WSV-PARAMETROS-HOGAR.
           05 WSV-HOG-DIRECCION    PIC X(30).
           05 WSV-HOG-CIUDAD       PIC X(20).
           05 WSV-HOG-PROVINCIA    PIC X(23).
           05 WSV-HOG-CLAVE        PIC X(73).
           05 WSV-HOG-RESULTADO    PIC 9(02).

      * Hogar que se graba; REG-HOGAR tiene el siguiente ya leido.
       01 WSV-REG-HOGAR.
           05 WSV-HGR-CLAVE        PIC X(73).
           05 WSV-HGR-ID           PIC 9(08).
           05 WSV-HGR-MIEMBROS     PIC 9(04).
           05 WSV-HGR-FECHA-ALTA   PIC 9(08).
           05 WSV-HGR-FECHA-ULTIMA PIC 9(08).

       01 WSV-CLAVE-ANTERIOR       PIC X(73).
       01 WSV-CLAVE-ACTUAL         PIC X(73).
       01 WSV-ULTIMO-ID            PIC 9(08) VALUE 0.
       01 WSV-ID-HOGAR             PIC 9(08).
       01 WSV-FECHA-ALTA           PIC 9(08).

       01 WSV-FECHA-NAC            PIC 9(08).
       01 WSV-FECHA-NAC-PARTES REDEFINES WSV-FECHA-NAC.
           05 WSV-NAC-ANIO         PIC 9(04).
           05 WSV-NAC-MESDIA       PIC 9(04).
       01 WSV-EDAD                 PIC 9(03).

      * Miembros del hogar en curso; el numero de miembros se conoce
      * recien al cambiar de clave, por eso se imprimen despues.
       01 WSV-IDX-MIEMBRO          PIC 9(4) COMP.
       01 WSV-CANT-MIEMBROS        PIC 9(4) COMP.
       01 WSV-CANT-GUARDADOS       PIC 9(4) COMP.
       01 WSV-TABLA-MIEMBROS.
           05 WSV-MIEMBRO-ITEM OCCURS 200 TIMES.
               10 WSV-MIE-DNI       PIC 9(08).
               10 WSV-MIE-NOMBRE    PIC X(25).
               10 WSV-MIE-FECHA-NAC PIC 9(08).
               10 WSV-MIE-DIRECCION PIC X(30).
       01 WSV-PRIMER-MIEMBRO.
           05 WSV-PRI-DIRECCION    PIC X(30).
           05 WSV-PRI-CIUDAD       PIC X(20).
           05 WSV-PRI-PROVINCIA    PIC X(23).

       01 WSV-CONT-PERSONAS        PIC 9(8) VALUE 0.
       01 WSV-CONT-NO-ACTIVOS      PIC 9(8) VALUE 0.
       01 WSV-CONT-SIN-DIRECCION   PIC 9(8) VALUE 0.
       01 WSV-CONT-HOGARES         PIC 9(8) VALUE 0.
       01 WSV-CONT-NUEVOS          PIC 9(8) VALUE 0.
       01 WSV-CONT-DISUELTOS       PIC 9(8) VALUE 0.
       01 WSV-CONT-REVISAR         PIC 9(8) VALUE 0.
       01 WSV-CONT-HOGARES-LEIDOS  PIC 9(8) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(36) VALUE
              'HOGARES DE DATOSPERSONASNUEVO AL DIA'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TIT-FECHA PIC 9(08).
           05 FILLER PIC X(28) VALUE
              '   REVISION SI MIEMBROS MAS '.
           05 FILLER PIC X(4) VALUE 'DE: '.
           05 WS-TIT-UMBRAL PIC ZZZ9.

       01 WS-LINEA-HOGAR.
           05 FILLER PIC X(6) VALUE 'HOGAR '.
           05 WS-HOG-ID PIC 9(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HOG-DIRECCION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HOG-CIUDAD PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HOG-PROVINCIA PIC X(23).
           05 FILLER PIC X(11) VALUE ' MIEMBROS: '.
           05 WS-HOG-MIEMBROS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HOG-NUEVO PIC X(05).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HOG-MARCA PIC X(19).

       01 WS-LINEA-MIEMBRO.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-MIE-DNI PIC 9(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MIE-NOMBRE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MIE-FECHA-NAC PIC 9(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MIE-EDAD PIC X(03).
           05 FILLER PIC X(6) VALUE ' ANIOS'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MIE-DIRECCION PIC X(30).

       01 WS-LINEA-RESTO.
           05 FILLER PIC X(12) VALUE '      ... Y '.
           05 WS-RES-CANT PIC ZZZ9.
           05 FILLER PIC X(13) VALUE ' MIEMBROS MAS'.

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO PIC X(40).
           05 WS-TOT-CANT PIC ZZZ,ZZZ,ZZ9.

       01 WS-LINEA-MENSAJE.
           05 WS-MSJ-TEXTO PIC X(132).

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 11000-BUSCAR-ULTIMO-ID
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-CLAVE ORD-NOMBRE ORD-DNI
               INPUT PROCEDURE IS 20000-LIBERAR-PERSONAS
               OUTPUT PROCEDURE IS 30000-ARMAR-HOGARES
           PERFORM 40000-GUARDAR-HOGARES
           PERFORM 50000-IMPRIMIR-TOTALES
           CLOSE REPORTE
           DISPLAY 'HOGARES:                      ' WSV-CONT-HOGARES
           DISPLAY 'HOGARES NUEVOS:               ' WSV-CONT-NUEVOS
           DISPLAY 'HOGARES PARA REVISAR:         ' WSV-CONT-REVISAR
           DISPLAY 'REPORTE GENERADO EN REPORTEHOGARES'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-UMBRAL-PARAM FROM ENVIRONMENT "UMBRALHOGAR"
           IF WSV-UMBRAL-PARAM NOT = SPACES
              IF FUNCTION TRIM(WSV-UMBRAL-PARAM) NUMERIC
                 COMPUTE WSV-UMBRAL =
                    FUNCTION NUMVAL(WSV-UMBRAL-PARAM)
              ELSE
                 DISPLAY 'UMBRALHOGAR INVALIDO, SE CANCELA LA '
                    'CORRIDA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WSV-UMBRAL = 0
              DISPLAY 'UMBRALHOGAR NO PUEDE SER CERO, SE CANCELA LA '
                 'CORRIDA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WSV-UMBRAL TO WS-TIT-UMBRAL
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA.

      * Primera pasada de HOGARESPERSONAS: el ultimo numero usado y
      * el control de orden por clave, que el apareo necesita.
       11000-BUSCAR-ULTIMO-ID.
           OPEN INPUT HOGARES
           EVALUATE TRUE
               WHEN WSS-FS-HOGARES-NOEXISTE
                   MOVE 'SIN HOGARESPERSONAS: TODOS LOS HOGARES SE '
                      TO WS-MSJ-TEXTO
                   MOVE 'NUMERAN DESDE 1 (PRIMERA CORRIDA)'
                      TO WS-MSJ-TEXTO(43:33)
                   MOVE WS-LINEA-MENSAJE TO REG-REPORTE
                   PERFORM 30900-ESCRIBIR-LINEA
               WHEN NOT WSS-FS-HOGARES-OK
                   DISPLAY 'ERROR DE ARCHIVO DE HOGARES'
                   DISPLAY 'FILE STATUS' WSS-FS-HOGARES
                   CLOSE REPORTE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   SET WSV-CON-HOGARES TO TRUE
                   MOVE LOW-VALUES TO WSV-CLAVE-ANTERIOR
                   MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                   PERFORM UNTIL WSV-FIN-ARCHIVO
                       READ HOGARES
                           AT END
                               SET WSV-FIN-ARCHIVO TO TRUE
                           NOT AT END
                               PERFORM 11100-CONTROLAR-HOGAR
                       END-READ
                   END-PERFORM
                   CLOSE HOGARES
           END-EVALUATE.

       11100-CONTROLAR-HOGAR.
           ADD 1 TO WSV-CONT-HOGARES-LEIDOS
           IF HGR-CLAVE NOT > WSV-CLAVE-ANTERIOR
              DISPLAY 'HOGARESPERSONAS FUERA DE ORDEN EN EL HOGAR '
                 HGR-ID ', SE CANCELA LA CORRIDA'
              CLOSE HOGARES
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE HGR-CLAVE TO WSV-CLAVE-ANTERIOR
           IF HGR-ID > WSV-ULTIMO-ID
              MOVE HGR-ID TO WSV-ULTIMO-ID
           END-IF.

      * Solo las personas activas forman hogar; el estado en blanco
      * de los registros viejos cuenta como activo.
       20000-LIBERAR-PERSONAS.
           OPEN INPUT SALIDA
           IF NOT WSS-FS-SALIDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ SALIDA NEXT RECORD
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 20100-LIBERAR-PERSONA
               END-READ
           END-PERFORM
           CLOSE SALIDA.

       20100-LIBERAR-PERSONA.
           IF ESTADO NOT = 'A' AND ESTADO NOT = SPACE
              ADD 1 TO WSV-CONT-NO-ACTIVOS
           ELSE
              MOVE DIRECCION TO WSV-HOG-DIRECCION
              MOVE CIUDAD TO WSV-HOG-CIUDAD
              MOVE PROVINCIA TO WSV-HOG-PROVINCIA
              CALL 'EJE013C8' USING WSV-PARAMETROS-HOGAR
              IF WSV-HOG-RESULTADO NOT = 0
                 ADD 1 TO WSV-CONT-SIN-DIRECCION
              ELSE
                 ADD 1 TO WSV-CONT-PERSONAS
                 MOVE WSV-HOG-CLAVE TO ORD-CLAVE
                 MOVE NOMBRE TO ORD-NOMBRE
                 MOVE DNI TO ORD-DNI
                 MOVE FECHA-NACIMIENTO TO ORD-FECHA-NAC
                 MOVE DIRECCION TO ORD-DIRECCION
                 MOVE CIUDAD TO ORD-CIUDAD
                 MOVE PROVINCIA TO ORD-PROVINCIA
                 RELEASE REG-ORDEN
              END-IF
           END-IF.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.

      * Apareo de las personas ordenadas por clave con
      * HOGARESPERSONAS; todo se graba en WORKHOGARES, tambien los
      * hogares que ya no tienen miembros.
       30000-ARMAR-HOGARES.
           OPEN OUTPUT TRABAJO-HOGARES
           IF NOT WSS-FS-TRAB-HOGARES-OK
              DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE HOGARES'
              DISPLAY 'FILE STATUS' WSS-FS-TRAB-HOGARES
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WSV-SW-FIN-HOGARES
           IF WSV-CON-HOGARES
              OPEN INPUT HOGARES
              PERFORM 30800-LEER-HOGAR
           ELSE
              SET WSV-FIN-HOGARES TO TRUE
           END-IF
           RETURN ARCH-ORDEN
               AT END SET WSV-FIN-ORDEN TO TRUE
           END-RETURN
           PERFORM UNTIL WSV-FIN-ORDEN
               PERFORM 30100-PROCESAR-HOGAR
           END-PERFORM
           PERFORM UNTIL WSV-FIN-HOGARES
               PERFORM 30700-PASAR-SIN-MIEMBROS
           END-PERFORM
           IF WSV-CON-HOGARES
              CLOSE HOGARES
           END-IF
           CLOSE TRABAJO-HOGARES.

       30100-PROCESAR-HOGAR.
           MOVE ORD-CLAVE TO WSV-CLAVE-ACTUAL
           MOVE ORD-DIRECCION TO WSV-PRI-DIRECCION
           MOVE ORD-CIUDAD TO WSV-PRI-CIUDAD
           MOVE ORD-PROVINCIA TO WSV-PRI-PROVINCIA
           PERFORM 30200-UBICAR-HOGAR
           MOVE 0 TO WSV-CANT-MIEMBROS
           MOVE 0 TO WSV-CANT-GUARDADOS
           PERFORM UNTIL WSV-FIN-ORDEN
                 OR ORD-CLAVE NOT = WSV-CLAVE-ACTUAL
               ADD 1 TO WSV-CANT-MIEMBROS
               IF WSV-CANT-GUARDADOS < 200
                  ADD 1 TO WSV-CANT-GUARDADOS
                  MOVE ORD-DNI TO WSV-MIE-DNI(WSV-CANT-GUARDADOS)
                  MOVE ORD-NOMBRE TO WSV-MIE-NOMBRE(WSV-CANT-GUARDADOS)
                  MOVE ORD-FECHA-NAC
                     TO WSV-MIE-FECHA-NAC(WSV-CANT-GUARDADOS)
                  MOVE ORD-DIRECCION
                     TO WSV-MIE-DIRECCION(WSV-CANT-GUARDADOS)
               END-IF
               RETURN ARCH-ORDEN
                   AT END SET WSV-FIN-ORDEN TO TRUE
               END-RETURN
           END-PERFORM
           ADD 1 TO WSV-CONT-HOGARES
           MOVE WSV-CLAVE-ACTUAL TO WSV-HGR-CLAVE
           MOVE WSV-ID-HOGAR TO WSV-HGR-ID
           MOVE WSV-CANT-MIEMBROS TO WSV-HGR-MIEMBROS
           MOVE WSV-FECHA-ALTA TO WSV-HGR-FECHA-ALTA
           MOVE WSV-FECHA-HOY TO WSV-HGR-FECHA-ULTIMA
           WRITE REG-TRABAJO-HOGAR FROM WSV-REG-HOGAR
           IF NOT WSS-FS-TRAB-HOGARES-OK
              MOVE SPACES TO WSV-SW-TRABAJO
           END-IF
           PERFORM 30300-IMPRIMIR-HOGAR.

      * Los hogares de clave menor a la actual ya no tienen miembros.
      * Si la clave ya existia se conserva su numero; si no, el hogar
      * es nuevo y toma el siguiente numero libre.
       30200-UBICAR-HOGAR.
           PERFORM UNTIL WSV-FIN-HOGARES
                 OR HGR-CLAVE NOT < WSV-CLAVE-ACTUAL
               PERFORM 30700-PASAR-SIN-MIEMBROS
           END-PERFORM
           IF NOT WSV-FIN-HOGARES
              AND HGR-CLAVE = WSV-CLAVE-ACTUAL
               MOVE SPACES TO WSV-SW-NUEVO
               MOVE HGR-ID TO WSV-ID-HOGAR
               MOVE HGR-FECHA-ALTA TO WSV-FECHA-ALTA
               PERFORM 30800-LEER-HOGAR
           ELSE
               SET WSV-HOGAR-NUEVO TO TRUE
               ADD 1 TO WSV-ULTIMO-ID
               MOVE WSV-ULTIMO-ID TO WSV-ID-HOGAR
               MOVE WSV-FECHA-HOY TO WSV-FECHA-ALTA
               ADD 1 TO WSV-CONT-NUEVOS
           END-IF.

       30300-IMPRIMIR-HOGAR.
           MOVE WSV-ID-HOGAR TO WS-HOG-ID
           MOVE WSV-PRI-DIRECCION TO WS-HOG-DIRECCION
           MOVE WSV-PRI-CIUDAD TO WS-HOG-CIUDAD
           MOVE WSV-PRI-PROVINCIA TO WS-HOG-PROVINCIA
           MOVE WSV-CANT-MIEMBROS TO WS-HOG-MIEMBROS
           IF WSV-HOGAR-NUEVO
              MOVE 'NUEVO' TO WS-HOG-NUEVO
           ELSE
              MOVE SPACES TO WS-HOG-NUEVO
           END-IF
           IF WSV-CANT-MIEMBROS > WSV-UMBRAL
              MOVE '*** PARA REVISION' TO WS-HOG-MARCA
              ADD 1 TO WSV-CONT-REVISAR
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              MOVE SPACES TO WS-HOG-MARCA
           END-IF
           MOVE WS-LINEA-HOGAR TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-MIEMBRO FROM 1 BY 1
                 UNTIL WSV-IDX-MIEMBRO > WSV-CANT-GUARDADOS
               PERFORM 30400-IMPRIMIR-MIEMBRO
           END-PERFORM
           IF WSV-CANT-MIEMBROS > WSV-CANT-GUARDADOS
              COMPUTE WS-RES-CANT =
                 WSV-CANT-MIEMBROS - WSV-CANT-GUARDADOS
              MOVE WS-LINEA-RESTO TO REG-REPORTE
              PERFORM 30900-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA.

      * La edad se calcula al dia de la corrida; sin fecha de
      * nacimiento valida se informa S/D.
       30400-IMPRIMIR-MIEMBRO.
           MOVE WSV-MIE-DNI(WSV-IDX-MIEMBRO) TO WS-MIE-DNI
           MOVE WSV-MIE-NOMBRE(WSV-IDX-MIEMBRO) TO WS-MIE-NOMBRE
           MOVE WSV-MIE-FECHA-NAC(WSV-IDX-MIEMBRO) TO WS-MIE-FECHA-NAC
           MOVE WSV-MIE-DIRECCION(WSV-IDX-MIEMBRO) TO WS-MIE-DIRECCION
           MOVE WSV-MIE-FECHA-NAC(WSV-IDX-MIEMBRO) TO WSV-FECHA-NAC
           IF WSV-FECHA-NAC NOT NUMERIC
              OR WSV-FECHA-NAC = 0
              OR WSV-FECHA-NAC > WSV-FECHA-HOY
                 MOVE 'S/D' TO WS-MIE-EDAD
           ELSE
              COMPUTE WSV-EDAD = WSV-HOY-ANIO - WSV-NAC-ANIO
              IF WSV-HOY-MESDIA < WSV-NAC-MESDIA
                 SUBTRACT 1 FROM WSV-EDAD
              END-IF
              MOVE WSV-EDAD TO WS-MIE-EDAD
           END-IF
           MOVE WS-LINEA-MIEMBRO TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA.

       30700-PASAR-SIN-MIEMBROS.
           IF HGR-MIEMBROS > 0
              ADD 1 TO WSV-CONT-DISUELTOS
              MOVE 0 TO HGR-MIEMBROS
           END-IF
           WRITE REG-TRABAJO-HOGAR FROM REG-HOGAR
           IF NOT WSS-FS-TRAB-HOGARES-OK
              MOVE SPACES TO WSV-SW-TRABAJO
           END-IF
           PERFORM 30800-LEER-HOGAR.

       30800-LEER-HOGAR.
           READ HOGARES
               AT END
                   SET WSV-FIN-HOGARES TO TRUE
           END-READ.

       30900-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

      * HOGARESPERSONAS se reemplaza recien con el apareo completo.
       40000-GUARDAR-HOGARES.
           IF NOT WSV-TRABAJO-OK
              DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE HOGARES, '
                 'HOGARESPERSONAS NO SE MODIFICO'
              PERFORM 29100-MARCAR-ERROR
           ELSE
              OPEN INPUT TRABAJO-HOGARES
              OPEN OUTPUT HOGARES
              IF NOT WSS-FS-TRAB-HOGARES-OK OR NOT WSS-FS-HOGARES-OK
                 DISPLAY 'ERROR AL GRABAR HOGARESPERSONAS, LOS '
                    'HOGARES QUEDARON EN WORKHOGARES'
                 PERFORM 29100-MARCAR-ERROR
              ELSE
                 MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                 PERFORM UNTIL WSV-FIN-ARCHIVO
                     READ TRABAJO-HOGARES
                         AT END
                             SET WSV-FIN-ARCHIVO TO TRUE
                         NOT AT END
                             WRITE REG-HOGAR FROM REG-TRABAJO-HOGAR
                             IF NOT WSS-FS-HOGARES-OK
                                DISPLAY 'ERROR AL GRABAR '
                                   'HOGARESPERSONAS, LOS HOGARES '
                                   'QUEDARON EN WORKHOGARES'
                                PERFORM 29100-MARCAR-ERROR
                                SET WSV-FIN-ARCHIVO TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
              END-IF
              CLOSE TRABAJO-HOGARES
              CLOSE HOGARES
           END-IF.

       50000-IMPRIMIR-TOTALES.
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA
           MOVE 'PERSONAS ACTIVAS AGRUPADAS' TO WS-TOT-TITULO
           MOVE WSV-CONT-PERSONAS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'HOGARES' TO WS-TOT-TITULO
           MOVE WSV-CONT-HOGARES TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'HOGARES NUEVOS' TO WS-TOT-TITULO
           MOVE WSV-CONT-NUEVOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'HOGARES QUE QUEDARON SIN MIEMBROS' TO WS-TOT-TITULO
           MOVE WSV-CONT-DISUELTOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'HOGARES PARA REVISION' TO WS-TOT-TITULO
           MOVE WSV-CONT-REVISAR TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'PERSONAS NO ACTIVAS (SIN HOGAR)' TO WS-TOT-TITULO
           MOVE WSV-CONT-NO-ACTIVOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'PERSONAS ACTIVAS SIN DIRECCION' TO WS-TOT-TITULO
           MOVE WSV-CONT-SIN-DIRECCION TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           IF WSV-CONT-SIN-DIRECCION > 0
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF
           MOVE 'ULTIMO NUMERO DE HOGAR ASIGNADO' TO WS-TOT-TITULO
           MOVE WSV-ULTIMO-ID TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL.

       50100-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 30900-ESCRIBIR-LINEA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

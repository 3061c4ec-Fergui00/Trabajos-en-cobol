      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C2.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Consulta independiente del historial de cambios de una
      * persona. Se elige la persona por DNI o por el comienzo del
      * nombre (clave alterna NOMBRE de DATOSPERSONASNUEVO) y se
      * llama a EJE013C1, que arma el historial desde
      * JOURNALPERSONAS. Por DNI se puede consultar tambien a
      * personas que ya fueron dadas de baja del maestro.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SALIDA            ASSIGN TO DISK 'DATOSPERSONASNUEVO'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS SALIDA-CLAVE
                                  ALTERNATE RECORD KEY IS NOMBRE
                                    WITH DUPLICATES
                                  FILE STATUS IS WSS-FS-SALIDA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSV-SW-FIN               PIC X(01).
          88 WSV-FIN                VALUE 'S'.

       01 WSV-SW-FIN-BUSQUEDA      PIC X(01).
          88 WSV-FIN-BUSQUEDA       VALUE 'S'.

       01 WSV-SW-HITS-LLENOS       PIC X(01).
          88 WSV-HITS-LLENOS        VALUE 'S'.

       01 WSV-SW-MAESTRO           PIC X(01).
          88 WSV-MAESTRO-ABIERTO    VALUE 'S'.

       01 WSV-OPCION               PIC X(01).
          88 WSV-OPCION-DNI         VALUE '1'.
          88 WSV-OPCION-NOMBRE      VALUE '2'.
          88 WSV-OPCION-SALIR       VALUE '3'.

       01 WSV-DNI-X                PIC X(08).
       01 WSV-PREFIJO-NOMBRE       PIC X(25).
       01 WSV-LARGO-PREFIJO        PIC 9(2).
       01 WSV-RESPUESTA            PIC X(04).
       01 WSV-NRO-HIT              PIC 9(4).
       01 WSV-NRO-ED               PIC Z9.

       01 WSV-CANT-HITS            PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-HIT              PIC 9(4) COMP.

       01 WSV-TABLA-HITS.
           05 WSV-HIT OCCURS 50 TIMES.
               10 WSV-HIT-DNI       PIC 9(08).
               10 WSV-HIT-NOMBRE    PIC X(25).
               10 WSV-HIT-CIUDAD    PIC X(20).
               10 WSV-HIT-ESTADO    PIC X(01).

      * Parametros del historial EJE013C1.
       01 WSV-PARAMETROS-HISTORIAL.
           05 WSV-HIS-DNI          PIC 9(08).
           05 WSV-HIS-RESULTADO    PIC 9(02).

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           MOVE SPACES TO WSV-SW-MAESTRO
           OPEN INPUT SALIDA
           IF WSS-FS-SALIDA-OK
              SET WSV-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              DISPLAY 'SOLO SE PUEDE CONSULTAR POR DNI'
           END-IF
           MOVE SPACES TO WSV-SW-FIN
           PERFORM UNTIL WSV-FIN
               DISPLAY "HISTORIAL DE UNA PERSONA: 1-POR DNI  "
                  "2-POR NOMBRE  3-SALIR"
               ACCEPT WSV-OPCION
               EVALUATE TRUE
                   WHEN WSV-OPCION-DNI
                       PERFORM 10000-ELEGIR-POR-DNI
                   WHEN WSV-OPCION-NOMBRE
                       IF WSV-MAESTRO-ABIERTO
                          PERFORM 20000-ELEGIR-POR-NOMBRE
                       ELSE
                          DISPLAY 'SIN MAESTRO NO SE PUEDE BUSCAR '
                             'POR NOMBRE'
                       END-IF
                   WHEN WSV-OPCION-SALIR
                       SET WSV-FIN TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM
           IF WSV-MAESTRO-ABIERTO
              CLOSE SALIDA
           END-IF
           STOP RUN.

       10000-ELEGIR-POR-DNI.
           DISPLAY "INGRESE EL DNI"
           ACCEPT WSV-DNI-X
           IF WSV-DNI-X NUMERIC
              MOVE WSV-DNI-X TO WSV-HIS-DNI
              PERFORM 30000-MOSTRAR-HISTORIAL
           ELSE
              DISPLAY "DNI INVALIDO, DEBE TENER 8 DIGITOS"
           END-IF.

      * Misma busqueda por comienzo del nombre que la opcion 6 de
      * EJE013A1.
       20000-ELEGIR-POR-NOMBRE.
           DISPLAY "INGRESE EL COMIENZO DEL NOMBRE"
           ACCEPT WSV-PREFIJO-NOMBRE
           MOVE 25 TO WSV-LARGO-PREFIJO
           PERFORM UNTIL WSV-LARGO-PREFIJO = 0
                 OR WSV-PREFIJO-NOMBRE(WSV-LARGO-PREFIJO:1)
                    NOT = SPACE
               SUBTRACT 1 FROM WSV-LARGO-PREFIJO
           END-PERFORM
           IF WSV-LARGO-PREFIJO = 0
              DISPLAY "EL COMIENZO DEL NOMBRE NO PUEDE ESTAR EN "
                 "BLANCO"
           ELSE
              PERFORM 20100-BUSCAR-NOMBRE
              IF WSV-CANT-HITS = 0
                 DISPLAY "NO SE ENCONTRARON PERSONAS CON ESE NOMBRE"
              ELSE
                 PERFORM 20200-ELEGIR-HIT
              END-IF
           END-IF.

       20100-BUSCAR-NOMBRE.
           MOVE 0 TO WSV-CANT-HITS
           MOVE SPACES TO WSV-SW-HITS-LLENOS
           MOVE SPACES TO WSV-SW-FIN-BUSQUEDA
           MOVE WSV-PREFIJO-NOMBRE TO NOMBRE
           START SALIDA KEY IS NOT LESS THAN NOMBRE
               INVALID KEY
                   SET WSV-FIN-BUSQUEDA TO TRUE
           END-START
           PERFORM UNTIL WSV-FIN-BUSQUEDA
               READ SALIDA NEXT RECORD
                   AT END
                       SET WSV-FIN-BUSQUEDA TO TRUE
               END-READ
               IF NOT WSV-FIN-BUSQUEDA
                  IF NOMBRE(1:WSV-LARGO-PREFIJO) =
                     WSV-PREFIJO-NOMBRE(1:WSV-LARGO-PREFIJO)
                      PERFORM 20150-AGREGAR-HIT
                  ELSE
                      SET WSV-FIN-BUSQUEDA TO TRUE
                  END-IF
               END-IF
           END-PERFORM.

       20150-AGREGAR-HIT.
           IF WSV-CANT-HITS < 50
              ADD 1 TO WSV-CANT-HITS
              MOVE DNI TO WSV-HIT-DNI(WSV-CANT-HITS)
              MOVE NOMBRE TO WSV-HIT-NOMBRE(WSV-CANT-HITS)
              MOVE CIUDAD TO WSV-HIT-CIUDAD(WSV-CANT-HITS)
              MOVE ESTADO TO WSV-HIT-ESTADO(WSV-CANT-HITS)
           ELSE
              IF NOT WSV-HITS-LLENOS
                 DISPLAY "MAS DE 50 COINCIDENCIAS, AFINE EL NOMBRE "
                    "PARA VER LAS RESTANTES"
                 SET WSV-HITS-LLENOS TO TRUE
                 SET WSV-FIN-BUSQUEDA TO TRUE
              END-IF
           END-IF.

       20200-ELEGIR-HIT.
           PERFORM VARYING WSV-IDX-HIT FROM 1 BY 1
                 UNTIL WSV-IDX-HIT > WSV-CANT-HITS
               MOVE WSV-IDX-HIT TO WSV-NRO-ED
               DISPLAY WSV-NRO-ED ") DNI: " WSV-HIT-DNI(WSV-IDX-HIT)
                  " NOMBRE: " WSV-HIT-NOMBRE(WSV-IDX-HIT)
                  " CIUDAD: " WSV-HIT-CIUDAD(WSV-IDX-HIT)
                  " ESTADO: " WSV-HIT-ESTADO(WSV-IDX-HIT)
           END-PERFORM
           DISPLAY "INGRESE NRO PARA VER SU HISTORIAL (BLANCO = "
              "VOLVER)"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = SPACES
              IF FUNCTION TRIM(WSV-RESPUESTA) NUMERIC
                 COMPUTE WSV-NRO-HIT = FUNCTION NUMVAL(WSV-RESPUESTA)
                 IF WSV-NRO-HIT >= 1 AND WSV-NRO-HIT <= WSV-CANT-HITS
                    MOVE WSV-HIT-DNI(WSV-NRO-HIT) TO WSV-HIS-DNI
                    PERFORM 30000-MOSTRAR-HISTORIAL
                 ELSE
                    DISPLAY "NUMERO FUERA DE RANGO"
                 END-IF
              ELSE
                 DISPLAY "RESPUESTA INVALIDA"
              END-IF
           END-IF.

       30000-MOSTRAR-HISTORIAL.
           CALL 'EJE013C1' USING WSV-PARAMETROS-HISTORIAL
           IF WSV-HIS-RESULTADO = 16
              DISPLAY "NO SE PUDO CONSULTAR EL HISTORIAL"
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

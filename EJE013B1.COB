
       SELECT ARCH-ORDEN        ASSIGN TO DISK 'WORKETIQUETAS'.

       SELECT ARCH-ORDEN-HOGAR  ASSIGN TO DISK 'WORKETIQUETASHOGAR'.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOPROVCIUDAD'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.
           05 ORD-ESTADO PIC X(01).
           05 ORD-FECHA-EST PIC 9(08).

      * Para una etiqueta por hogar: la clave de hogar de EJE013C8
      * con provincia y ciudad adelante, para salir en el mismo orden
      * que las etiquetas por persona.
       SD ARCH-ORDEN-HOGAR.
       01 REG-ORDEN-HOGAR.
           05 OHG-CLAVE.
               10 OHG-CLAVE-DIRECCION PIC X(30).
               10 OHG-CLAVE-CIUDAD    PIC X(20).
               10 OHG-CLAVE-PROVINCIA PIC X(23).
           05 OHG-NOMBRE PIC X(25).
           05 OHG-DIRECCION PIC X(30).
           05 OHG-CIUDAD PIC X(20).
           05 OHG-PROVINCIA PIC X(23).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-PROVINCIA   PIC X(23).
       01 WSV-FILTRO-PROVINCIA     PIC X(23).
          88 WSV-TODAS-PROVINCIAS   VALUE SPACES.

       01 WSV-SW-POR-HOGAR         PIC X(01) VALUE 'N'.
          88 WSV-POR-HOGAR          VALUE 'S' 's'.

       01 WSV-SW-FIN-SALIDA        PIC X(01) VALUE 'N'.
          88 WSV-FIN-SALIDA         VALUE 'S'.

      * Parametros de la clave de hogar EJE013C8.
       01 WSV-PARAMETROS-HOGAR.
           05 WSV-HOG-DIRECCION    PIC X(30).
           05 WSV-HOG-CIUDAD       PIC X(20).
           05 WSV-HOG-PROVINCIA    PIC X(23).
           05 WSV-HOG-CLAVE        PIC X(73).
           05 WSV-HOG-RESULTADO    PIC 9(02).

       01 WSV-CLAVE-HOGAR          PIC X(73).
       01 WSV-CONT-MIEMBROS        PIC 9(6).
       01 WSV-CONT-HOGARES         PIC 9(6) VALUE 0.
       01 WSV-CONT-PERSONAS-HOGAR  PIC 9(6) VALUE 0.
       01 WSV-PRIMER-MIEMBRO.
           05 WSV-PRI-NOMBRE       PIC X(25).
           05 WSV-PRI-DIRECCION    PIC X(30).
           05 WSV-PRI-CIUDAD       PIC X(20).
           05 WSV-PRI-PROVINCIA    PIC X(23).

       01 WSV-COL                  PIC 9(1) VALUE 0.
       01 WSV-CONT-ETIQUETAS       PIC 9(6) VALUE 0.
       01 WSV-CONT-NO-ACTIVOS      PIC 9(6) VALUE 0.
           IF WSV-FILTRO-PROVINCIA = '*'
              MOVE SPACES TO WSV-FILTRO-PROVINCIA
           END-IF
           DISPLAY "UNA ETIQUETA POR HOGAR EN LUGAR DE UNA POR "
              "PERSONA? (S/N)"
           ACCEPT WSV-SW-POR-HOGAR
           PERFORM 10400-CARGAR-CATALOGO
           IF WSV-POR-HOGAR
              SORT ARCH-ORDEN-HOGAR
                  ON ASCENDING KEY OHG-CLAVE-PROVINCIA
                                   OHG-CLAVE-CIUDAD
                                   OHG-CLAVE-DIRECCION
                                   OHG-NOMBRE
                  INPUT PROCEDURE IS 15000-LIBERAR-HOGARES
                  OUTPUT PROCEDURE IS 25000-ETIQUETAS-HOGAR
              DISPLAY 'SE GENERARON ' WSV-CONT-ETIQUETAS
                 ' ETIQUETAS DE HOGAR EN ETIQUETASPERSONAS'
              DISPLAY 'PERSONAS CUBIERTAS: ' WSV-CONT-PERSONAS-HOGAR
           ELSE
              SORT ARCH-ORDEN
                  ON ASCENDING KEY ORD-PROVINCIA ORD-CIUDAD
                  USING SALIDA
                  OUTPUT PROCEDURE IS 20000-GENERAR-ETIQUETAS
              DISPLAY 'SE GENERARON ' WSV-CONT-ETIQUETAS
                 ' ETIQUETAS EN ETIQUETASPERSONAS'
           END-IF
           DISPLAY 'PERSONAS NO ACTIVAS SIN ETIQUETA: '
              WSV-CONT-NO-ACTIVOS
           STOP RUN.
               COMPUTE WSV-ORD-PASO = WSV-ORD-PASO / 2
           END-PERFORM.

      * Las personas activas de la provincia pedida con su clave de
      * hogar. Sin direccion utilizable la persona queda como hogar
      * propio (clave por DNI) y recibe su etiqueta igual que antes.
       15000-LIBERAR-HOGARES.
           OPEN INPUT SALIDA
           IF NOT WSS-FS-SALIDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS ' WSS-FS-SALIDA
           ELSE
              PERFORM UNTIL WSV-FIN-SALIDA
                  READ SALIDA NEXT RECORD
                      AT END
                          SET WSV-FIN-SALIDA TO TRUE
                      NOT AT END
                          PERFORM 15100-LIBERAR-PERSONA
                  END-READ
              END-PERFORM
              CLOSE SALIDA
           END-IF.

       15100-LIBERAR-PERSONA.
           IF ESTADO NOT = 'A' AND ESTADO NOT = SPACE
              ADD 1 TO WSV-CONT-NO-ACTIVOS
           ELSE
              IF WSV-TODAS-PROVINCIAS
                 OR PROVINCIA = WSV-FILTRO-PROVINCIA
                  MOVE DIRECCION TO WSV-HOG-DIRECCION
                  MOVE CIUDAD TO WSV-HOG-CIUDAD
                  MOVE PROVINCIA TO WSV-HOG-PROVINCIA
                  CALL 'EJE013C8' USING WSV-PARAMETROS-HOGAR
                  MOVE WSV-HOG-CLAVE TO OHG-CLAVE
                  IF WSV-HOG-RESULTADO NOT = 0
                     MOVE DNI TO OHG-CLAVE-DIRECCION
                  END-IF
                  MOVE NOMBRE TO OHG-NOMBRE
                  MOVE DIRECCION TO OHG-DIRECCION
                  MOVE CIUDAD TO OHG-CIUDAD
                  MOVE PROVINCIA TO OHG-PROVINCIA
                  RELEASE REG-ORDEN-HOGAR
              END-IF
           END-IF.

       20000-GENERAR-ETIQUETAS.
           OPEN OUTPUT ETIQUETAS
           IF NOT WSS-FS-ETIQUETAS-OK
               ADD 1 TO WSV-COL
               MOVE ORD-NOMBRE TO WS-R1-TEXTO(WSV-COL)
               MOVE ORD-DIRECCION TO WS-R2-TEXTO(WSV-COL)
               MOVE ORD-PROVINCIA TO WSV-CLAVE-PROVINCIA
               MOVE ORD-CIUDAD TO WSV-CLAVE-CIUDAD
               PERFORM 20260-ARMAR-LOCALIDAD
               ADD 1 TO WSV-CONT-ETIQUETAS
               IF WSV-COL = 3
                  PERFORM 20300-VOLCAR-RENGLONES
       20250-BUSCAR-POSTAL.
           MOVE SPACES TO WSV-COD-POSTAL
           MOVE SPACES TO WSV-SW-POSTAL
           MOVE 1 TO WSV-BUSQ-BAJO
           MOVE WSV-CANT-CATALOGO TO WSV-BUSQ-ALTO
           PERFORM UNTIL WSV-BUSQ-BAJO > WSV-BUSQ-ALTO
               END-IF
           END-PERFORM.

      * Tercer renglon de la etiqueta en la columna WSV-COL, para la
      * provincia y ciudad de WSV-CLAVE-BUSQUEDA.
       20260-ARMAR-LOCALIDAD.
           PERFORM 20250-BUSCAR-POSTAL
           IF WSV-COD-POSTAL = SPACES
              STRING FUNCTION TRIM(WSV-CLAVE-CIUDAD) ', '
                     FUNCTION TRIM(WSV-CLAVE-PROVINCIA)
                  DELIMITED BY SIZE INTO WS-R3-TEXTO(WSV-COL)
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WSV-COD-POSTAL) ' '
                     FUNCTION TRIM(WSV-CLAVE-CIUDAD) ', '
                     FUNCTION TRIM(WSV-CLAVE-PROVINCIA)
                  DELIMITED BY SIZE INTO WS-R3-TEXTO(WSV-COL)
              END-STRING
           END-IF.

       20300-VOLCAR-RENGLONES.
           MOVE WS-RENGLON-1 TO REG-ETIQUETA
           WRITE REG-ETIQUETA
              DISPLAY 'ERROR DE ARCHIVO DE ETIQUETAS'
              DISPLAY 'FILE STATUS ' WSS-FS-ETIQUETAS
           END-IF.

      * Una etiqueta por clave de hogar, a nombre del hogar y con la
      * direccion del primer miembro en orden alfabetico. Un hogar de
      * una sola persona sale a su nombre.
       25000-ETIQUETAS-HOGAR.
           OPEN OUTPUT ETIQUETAS
           IF NOT WSS-FS-ETIQUETAS-OK
              DISPLAY 'ERROR DE ARCHIVO DE ETIQUETAS'
              DISPLAY 'FILE STATUS ' WSS-FS-ETIQUETAS
           END-IF
           MOVE SPACES TO WS-RENGLON-1
           MOVE SPACES TO WS-RENGLON-2
           MOVE SPACES TO WS-RENGLON-3
           RETURN ARCH-ORDEN-HOGAR
               AT END SET WSV-FIN-ORDEN TO TRUE
           END-RETURN
           PERFORM UNTIL WSV-FIN-ORDEN
               PERFORM 25100-JUNTAR-HOGAR
               PERFORM 25200-ARMAR-ETIQUETA-HOGAR
           END-PERFORM
           IF WSV-COL > 0
              PERFORM 20300-VOLCAR-RENGLONES
           END-IF
           CLOSE ETIQUETAS.

       25100-JUNTAR-HOGAR.
           MOVE OHG-CLAVE TO WSV-CLAVE-HOGAR
           MOVE OHG-NOMBRE TO WSV-PRI-NOMBRE
           MOVE OHG-DIRECCION TO WSV-PRI-DIRECCION
           MOVE OHG-CIUDAD TO WSV-PRI-CIUDAD
           MOVE OHG-PROVINCIA TO WSV-PRI-PROVINCIA
           MOVE 0 TO WSV-CONT-MIEMBROS
           PERFORM UNTIL WSV-FIN-ORDEN
                 OR OHG-CLAVE NOT = WSV-CLAVE-HOGAR
               ADD 1 TO WSV-CONT-MIEMBROS
               RETURN ARCH-ORDEN-HOGAR
                   AT END SET WSV-FIN-ORDEN TO TRUE
               END-RETURN
           END-PERFORM
           ADD 1 TO WSV-CONT-HOGARES
           ADD WSV-CONT-MIEMBROS TO WSV-CONT-PERSONAS-HOGAR.

       25200-ARMAR-ETIQUETA-HOGAR.
           ADD 1 TO WSV-COL
           IF WSV-CONT-MIEMBROS = 1
              MOVE WSV-PRI-NOMBRE TO WS-R1-TEXTO(WSV-COL)
           ELSE
              STRING 'FLIA. DE ' FUNCTION TRIM(WSV-PRI-NOMBRE)
                  DELIMITED BY SIZE INTO WS-R1-TEXTO(WSV-COL)
              END-STRING
           END-IF
           MOVE WSV-PRI-DIRECCION TO WS-R2-TEXTO(WSV-COL)
           MOVE WSV-PRI-PROVINCIA TO WSV-CLAVE-PROVINCIA
           MOVE WSV-PRI-CIUDAD TO WSV-CLAVE-CIUDAD
           PERFORM 20260-ARMAR-LOCALIDAD
           ADD 1 TO WSV-CONT-ETIQUETAS
           IF WSV-COL = 3
              PERFORM 20300-VOLCAR-RENGLONES
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

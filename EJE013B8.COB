      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013B8.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Control de ingreso de los archivos de transacciones de las
      * sucursales. Un archivo controlado empieza con un registro de
      * encabezado 'H' (sucursal, fecha del archivo y numero de
      * secuencia) y termina con un registro final 'T' (cantidad de
      * transacciones y suma de los DNI). Antes de aplicar una sola
      * transaccion se relee el archivo completo y se lo rechaza
      * entero si el final no coincide con lo leido, si falta o si
      * la secuencia ya fue aceptada. SECUENCIASUCURSAL guarda la
      * ultima secuencia aceptada de cada sucursal; un salto se
      * acepta pero se avisa. Los archivos sin encabezado (layout
      * nuevo sin control y layout viejo) se siguen aceptando como
      * antes. Lo llaman EJE013A1 antes y despues de la carga batch
      * y EJE013B3 antes de lanzar la cadena.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRANSACCIONES     ASSIGN TO DISK WSV-ARCHIVO-TRANS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRANS.

       SELECT SECUENCIAS        ASSIGN TO DISK 'SECUENCIASUCURSAL'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SECUENCIAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * Mismos layouts que lee EJE013A1, mas el encabezado y el final
      * de los archivos controlados, que se distinguen por la primera
      * columna.
       FD TRANSACCIONES.
       01 REG-TRANSACCION.
           05 TRANS-TIPO      PIC X(01).
              88 TRANS-TIPO-ENCABEZADO VALUE 'H'.
              88 TRANS-TIPO-FINAL      VALUE 'T'.
           05 TRANS-DNI       PIC X(08).
           05 FILLER          PIC X(121).

       01 REG-TRANSACCION-VIEJA.
           05 TRANSV-DNI       PIC X(08).
           05 FILLER           PIC X(122).

       01 REG-ENCABEZADO-SUC.
           05 HDR-TIPO          PIC X(01).
           05 HDR-SUCURSAL      PIC X(04).
           05 HDR-FECHA-ARCHIVO PIC X(08).
           05 HDR-SECUENCIA     PIC X(06).
           05 FILLER            PIC X(111).

       01 REG-FINAL-SUC.
           05 TRL-TIPO          PIC X(01).
           05 TRL-CANTIDAD      PIC X(08).
           05 TRL-HASH-DNI      PIC X(15).
           05 FILLER            PIC X(106).

       FD SECUENCIAS.
       01 REG-SECUENCIA.
           05 SEC-SUCURSAL      PIC X(04).
           05 SEC-ULT-SECUENCIA PIC 9(06).
           05 SEC-FECHA-ARCHIVO PIC 9(08).
           05 SEC-FECHA-ACEPTADO PIC 9(08).
           05 SEC-ARCHIVO       PIC X(30).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-TRANS             PIC X(02).
          88 WSS-FS-TRANS-OK        VALUE '00'.

       01 WSS-FS-SECUENCIAS        PIC X(02).
          88 WSS-FS-SECUENCIAS-OK   VALUE '00'.
          88 WSS-FS-SECUENCIAS-NOEXISTE VALUE '35'.

       01 WSV-ARCHIVO-TRANS        PIC X(30).

       01 WSV-SW-FIN-TRANS         PIC X(01).
          88 WSV-FIN-TRANS          VALUE 'S'.

       01 WSV-SW-FIN-SECUENCIAS    PIC X(01).
          88 WSV-FIN-SECUENCIAS     VALUE 'S'.

       01 WSV-SW-CONTROLADO        PIC X(01).
          88 WSV-ARCHIVO-CONTROLADO VALUE 'S'.

       01 WSV-SW-FINAL             PIC X(01).
          88 WSV-FINAL-LEIDO        VALUE 'S'.

       01 WSV-SW-RECHAZO           PIC X(01).
          88 WSV-ARCHIVO-RECHAZADO  VALUE 'S'.

       01 WSV-SUCURSAL             PIC X(04).
       01 WSV-FECHA-ARCHIVO        PIC 9(08).
       01 WSV-SECUENCIA            PIC 9(06).
       01 WSV-SECUENCIA-ESPERADA   PIC 9(06).
       01 WSV-CANT-FINAL           PIC 9(08).
       01 WSV-HASH-FINAL           PIC 9(15).

       01 WSV-CONT-DETALLE         PIC 9(08) VALUE 0.
       01 WSV-HASH-LEIDO           PIC 9(15) VALUE 0.
       01 WSV-DNI-NUM              PIC 9(08).

       01 WSV-SECUENCIA-ED         PIC ZZZZZ9.
       01 WSV-CANT-ED              PIC ZZZZZZZ9.

      * Registro de secuencias en memoria, regrabado completo al
      * aceptar un archivo, igual que OPERADORES en EJE013A1.
       01 WSV-CANT-SUCURSALES      PIC 9(4) VALUE 0.
       01 WSV-POS-SUCURSAL         PIC 9(4) COMP VALUE 0.
       01 WSV-SW-SUC-EXCEDIDAS     PIC X(01) VALUE 'N'.
          88 WSV-SUC-EXCEDIDAS      VALUE 'S'.

       01 WSV-TABLA-SUCURSALES.
           05 WSV-SUCURSAL-ITEM OCCURS 500 TIMES
                 INDEXED BY WSV-IDX-SUC.
               10 WSV-SUC-CODIGO     PIC X(04).
               10 WSV-SUC-ULT-SEC    PIC 9(06).
               10 WSV-SUC-FECHA-ARCH PIC 9(08).
               10 WSV-SUC-FECHA-ACEP PIC 9(08).
               10 WSV-SUC-ARCHIVO    PIC X(30).

      *-----------------------
       LINKAGE SECTION.

      * Parametros: archivo a controlar, accion V = verificar o
      * R = registrar la secuencia de un archivo ya cargado. Vuelve
      * un resultado con la escala de codigos de retorno de la
      * cadena (0 = aceptado, 4 = aceptado con aviso, 8 = no se pudo
      * registrar, 16 = rechazado) y el texto para RUNLOGPERSONAS.
       01 PARAMETROS-INGRESO.
           05 ING-ARCHIVO          PIC X(30).
           05 ING-ACCION           PIC X(01).
              88 ING-VERIFICAR      VALUE 'V'.
              88 ING-REGISTRAR      VALUE 'R'.
           05 ING-RESULTADO        PIC 9(02).
              88 ING-ACEPTADO       VALUE 0 THRU 4.
              88 ING-RECHAZADO      VALUE 16.
           05 ING-MENSAJE          PIC X(70).

      *-----------------------
       PROCEDURE DIVISION USING PARAMETROS-INGRESO.
       00000-CONTROL.
           MOVE 0 TO ING-RESULTADO
           MOVE SPACES TO ING-MENSAJE
           MOVE ING-ARCHIVO TO WSV-ARCHIVO-TRANS
           MOVE 'N' TO WSV-SW-RECHAZO
           MOVE 'N' TO WSV-SW-CONTROLADO
           MOVE 'N' TO WSV-SW-FINAL
           MOVE 0 TO WSV-CONT-DETALLE
           MOVE 0 TO WSV-HASH-LEIDO
           PERFORM 10000-LEER-ARCHIVO
           IF NOT WSV-ARCHIVO-RECHAZADO AND WSV-ARCHIVO-CONTROLADO
              PERFORM 20000-VERIFICAR-TOTALES
           END-IF
           IF NOT WSV-ARCHIVO-RECHAZADO AND WSV-ARCHIVO-CONTROLADO
              PERFORM 30000-CARGAR-SECUENCIAS
              PERFORM 31000-VERIFICAR-SECUENCIA
              IF ING-REGISTRAR AND NOT WSV-ARCHIVO-RECHAZADO
                 PERFORM 32000-REGISTRAR-SECUENCIA
              END-IF
           END-IF
           GOBACK.

      * Primera pasada: encabezado, cantidad y suma de DNI de las
      * transacciones, y posicion del registro final.
       10000-LEER-ARCHIVO.
           OPEN INPUT TRANSACCIONES
           IF NOT WSS-FS-TRANS-OK
              MOVE 16 TO ING-RESULTADO
              SET WSV-ARCHIVO-RECHAZADO TO TRUE
              MOVE 'NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES'
                 TO ING-MENSAJE
           ELSE
              MOVE SPACES TO WSV-SW-FIN-TRANS
              READ TRANSACCIONES
                  AT END SET WSV-FIN-TRANS TO TRUE
              END-READ
              IF NOT WSV-FIN-TRANS AND TRANS-TIPO-ENCABEZADO
                 PERFORM 10100-TOMAR-ENCABEZADO
                 READ TRANSACCIONES
                     AT END SET WSV-FIN-TRANS TO TRUE
                 END-READ
              ELSE
                 STRING 'ARCHIVO SIN ENCABEZADO DE SUCURSAL, SE CARGA '
                    'SIN CONTROL DE TOTALES'
                    DELIMITED BY SIZE INTO ING-MENSAJE
                 END-STRING
              END-IF
              IF WSV-ARCHIVO-CONTROLADO
                 PERFORM UNTIL WSV-FIN-TRANS OR WSV-ARCHIVO-RECHAZADO
                     PERFORM 10200-ACUMULAR-REGISTRO
                     READ TRANSACCIONES
                         AT END SET WSV-FIN-TRANS TO TRUE
                     END-READ
                 END-PERFORM
              END-IF
              CLOSE TRANSACCIONES
           END-IF.

       10100-TOMAR-ENCABEZADO.
           IF HDR-SUCURSAL = SPACES
              OR HDR-FECHA-ARCHIVO NOT NUMERIC
              OR HDR-SECUENCIA NOT NUMERIC
              OR HDR-SECUENCIA = '000000'
               MOVE 16 TO ING-RESULTADO
               SET WSV-ARCHIVO-RECHAZADO TO TRUE
               MOVE 'ENCABEZADO DE SUCURSAL INVALIDO, RECHAZADO'
                  TO ING-MENSAJE
           ELSE
               SET WSV-ARCHIVO-CONTROLADO TO TRUE
               MOVE HDR-SUCURSAL TO WSV-SUCURSAL
               MOVE HDR-FECHA-ARCHIVO TO WSV-FECHA-ARCHIVO
               MOVE HDR-SECUENCIA TO WSV-SECUENCIA
           END-IF.

      * Un DNI no numerico suma cero al total; la transaccion igual
      * se cuenta y despues EJE013A1 la rechaza con motivo 01.
       10200-ACUMULAR-REGISTRO.
           EVALUATE TRUE
               WHEN WSV-FINAL-LEIDO
                   MOVE 16 TO ING-RESULTADO
                   SET WSV-ARCHIVO-RECHAZADO TO TRUE
                   STRING 'HAY REGISTROS DESPUES DEL REGISTRO FINAL, '
                      'ARCHIVO RECHAZADO'
                      DELIMITED BY SIZE INTO ING-MENSAJE
                   END-STRING
               WHEN TRANS-TIPO-ENCABEZADO
                   MOVE 16 TO ING-RESULTADO
                   SET WSV-ARCHIVO-RECHAZADO TO TRUE
                   STRING 'ENCABEZADO REPETIDO DENTRO DEL ARCHIVO, '
                      'ARCHIVO RECHAZADO'
                      DELIMITED BY SIZE INTO ING-MENSAJE
                   END-STRING
               WHEN TRANS-TIPO-FINAL
                   SET WSV-FINAL-LEIDO TO TRUE
                   IF TRL-CANTIDAD NUMERIC AND TRL-HASH-DNI NUMERIC
                      MOVE TRL-CANTIDAD TO WSV-CANT-FINAL
                      MOVE TRL-HASH-DNI TO WSV-HASH-FINAL
                   ELSE
                      MOVE 16 TO ING-RESULTADO
                      SET WSV-ARCHIVO-RECHAZADO TO TRUE
                      STRING 'REGISTRO FINAL CON TOTALES NO '
                         'NUMERICOS, ARCHIVO RECHAZADO'
                         DELIMITED BY SIZE INTO ING-MENSAJE
                      END-STRING
                   END-IF
               WHEN OTHER
                   ADD 1 TO WSV-CONT-DETALLE
                   IF TRANS-TIPO NUMERIC
                      IF TRANSV-DNI NUMERIC
                         MOVE TRANSV-DNI TO WSV-DNI-NUM
                         ADD WSV-DNI-NUM TO WSV-HASH-LEIDO
                      END-IF
                   ELSE
                      IF TRANS-DNI NUMERIC
                         MOVE TRANS-DNI TO WSV-DNI-NUM
                         ADD WSV-DNI-NUM TO WSV-HASH-LEIDO
                      END-IF
                   END-IF
           END-EVALUATE.

       20000-VERIFICAR-TOTALES.
           EVALUATE TRUE
               WHEN NOT WSV-FINAL-LEIDO
                   MOVE 16 TO ING-RESULTADO
                   SET WSV-ARCHIVO-RECHAZADO TO TRUE
                   STRING 'FALTA EL REGISTRO FINAL, ARCHIVO TRUNCADO '
                      'Y RECHAZADO'
                      DELIMITED BY SIZE INTO ING-MENSAJE
                   END-STRING
               WHEN WSV-CANT-FINAL NOT = WSV-CONT-DETALLE
                   MOVE 16 TO ING-RESULTADO
                   SET WSV-ARCHIVO-RECHAZADO TO TRUE
                   MOVE WSV-CONT-DETALLE TO WSV-CANT-ED
                   STRING 'CANTIDAD LEIDA ' WSV-CANT-ED
                      ' NO COINCIDE CON EL FINAL ' WSV-CANT-FINAL
                      ', RECHAZADO'
                      DELIMITED BY SIZE INTO ING-MENSAJE
                   END-STRING
               WHEN WSV-HASH-FINAL NOT = WSV-HASH-LEIDO
                   MOVE 16 TO ING-RESULTADO
                   SET WSV-ARCHIVO-RECHAZADO TO TRUE
                   STRING 'LA SUMA DE DNI NO COINCIDE CON EL '
                      'REGISTRO FINAL, ARCHIVO RECHAZADO'
                      DELIMITED BY SIZE INTO ING-MENSAJE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       30000-CARGAR-SECUENCIAS.
           MOVE 0 TO WSV-CANT-SUCURSALES
           MOVE 'N' TO WSV-SW-SUC-EXCEDIDAS
           OPEN INPUT SECUENCIAS
           IF WSS-FS-SECUENCIAS-OK
              MOVE SPACES TO WSV-SW-FIN-SECUENCIAS
              PERFORM UNTIL WSV-FIN-SECUENCIAS
                  READ SECUENCIAS
                      AT END
                          SET WSV-FIN-SECUENCIAS TO TRUE
                      NOT AT END
                          IF WSV-CANT-SUCURSALES < 500
                             ADD 1 TO WSV-CANT-SUCURSALES
                             MOVE REG-SECUENCIA TO
                                WSV-SUCURSAL-ITEM(WSV-CANT-SUCURSALES)
                          ELSE
                             SET WSV-SUC-EXCEDIDAS TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SECUENCIAS
           END-IF.

      * Secuencia igual o menor a la ultima aceptada: el archivo ya
      * se cargo (o es uno viejo reenviado) y se rechaza. Secuencia
      * mayor a la siguiente: falta al menos un archivo de la
      * sucursal; el archivo se acepta, pero queda el aviso.
       31000-VERIFICAR-SECUENCIA.
           MOVE 0 TO WSV-POS-SUCURSAL
           PERFORM VARYING WSV-IDX-SUC FROM 1 BY 1
                 UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
               IF WSV-SUC-CODIGO(WSV-IDX-SUC) = WSV-SUCURSAL
                  SET WSV-POS-SUCURSAL TO WSV-IDX-SUC
               END-IF
           END-PERFORM
           MOVE WSV-SECUENCIA TO WSV-SECUENCIA-ED
           IF WSV-POS-SUCURSAL = 0
              STRING 'SUCURSAL ' WSV-SUCURSAL ' SECUENCIA '
                 WSV-SECUENCIA-ED ' VERIFICADA (PRIMER ARCHIVO)'
                 DELIMITED BY SIZE INTO ING-MENSAJE
              END-STRING
           ELSE
              COMPUTE WSV-SECUENCIA-ESPERADA =
                 WSV-SUC-ULT-SEC(WSV-POS-SUCURSAL) + 1
              EVALUATE TRUE
                  WHEN WSV-SECUENCIA = WSV-SUC-ULT-SEC(WSV-POS-SUCURSAL)
                      MOVE 16 TO ING-RESULTADO
                      SET WSV-ARCHIVO-RECHAZADO TO TRUE
                      STRING 'SUCURSAL ' WSV-SUCURSAL ' SECUENCIA '
                         WSV-SECUENCIA-ED ' REPETIDA, YA FUE CARGADA'
                         DELIMITED BY SIZE INTO ING-MENSAJE
                      END-STRING
                  WHEN WSV-SECUENCIA < WSV-SUC-ULT-SEC(WSV-POS-SUCURSAL)
                      MOVE 16 TO ING-RESULTADO
                      SET WSV-ARCHIVO-RECHAZADO TO TRUE
                      STRING 'SUCURSAL ' WSV-SUCURSAL ' SECUENCIA '
                         WSV-SECUENCIA-ED ' ANTERIOR A LA ULTIMA '
                         'ACEPTADA'
                         DELIMITED BY SIZE INTO ING-MENSAJE
                      END-STRING
                  WHEN WSV-SECUENCIA > WSV-SECUENCIA-ESPERADA
                      MOVE 4 TO ING-RESULTADO
                      MOVE WSV-SECUENCIA-ESPERADA TO WSV-SECUENCIA-ED
                      STRING 'SUCURSAL ' WSV-SUCURSAL ' SALTO DE '
                         'SECUENCIA, SE ESPERABA LA ' WSV-SECUENCIA-ED
                         DELIMITED BY SIZE INTO ING-MENSAJE
                      END-STRING
                  WHEN OTHER
                      STRING 'SUCURSAL ' WSV-SUCURSAL ' SECUENCIA '
                         WSV-SECUENCIA-ED ' VERIFICADA'
                         DELIMITED BY SIZE INTO ING-MENSAJE
                      END-STRING
              END-EVALUATE
           END-IF.

       32000-REGISTRAR-SECUENCIA.
           IF WSV-POS-SUCURSAL = 0
              IF WSV-CANT-SUCURSALES < 500
                 ADD 1 TO WSV-CANT-SUCURSALES
                 MOVE WSV-CANT-SUCURSALES TO WSV-POS-SUCURSAL
                 MOVE WSV-SUCURSAL TO
                    WSV-SUC-CODIGO(WSV-POS-SUCURSAL)
              ELSE
                 SET WSV-SUC-EXCEDIDAS TO TRUE
              END-IF
           END-IF
           IF WSV-SUC-EXCEDIDAS
              MOVE 8 TO ING-RESULTADO
              STRING 'SECUENCIASUCURSAL SUPERA LAS 500 SUCURSALES, '
                 'NO SE REGISTRO'
                 DELIMITED BY SIZE INTO ING-MENSAJE
              END-STRING
           ELSE
              MOVE WSV-SECUENCIA TO WSV-SUC-ULT-SEC(WSV-POS-SUCURSAL)
              MOVE WSV-FECHA-ARCHIVO TO
                 WSV-SUC-FECHA-ARCH(WSV-POS-SUCURSAL)
              ACCEPT WSV-SUC-FECHA-ACEP(WSV-POS-SUCURSAL)
                 FROM DATE YYYYMMDD
              MOVE WSV-ARCHIVO-TRANS TO
                 WSV-SUC-ARCHIVO(WSV-POS-SUCURSAL)
              PERFORM 32100-GRABAR-SECUENCIAS
           END-IF.

       32100-GRABAR-SECUENCIAS.
           OPEN OUTPUT SECUENCIAS
           IF NOT WSS-FS-SECUENCIAS-OK
              DISPLAY 'ERROR DE ARCHIVO DE SECUENCIAS'
              DISPLAY 'FILE STATUS' WSS-FS-SECUENCIAS
              MOVE 8 TO ING-RESULTADO
              MOVE 'NO SE PUDO GRABAR SECUENCIASUCURSAL' TO ING-MENSAJE
           ELSE
              PERFORM VARYING WSV-IDX-SUC FROM 1 BY 1
                    UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
                  MOVE WSV-SUCURSAL-ITEM(WSV-IDX-SUC) TO REG-SECUENCIA
                  WRITE REG-SECUENCIA
                  IF NOT WSS-FS-SECUENCIAS-OK
                     DISPLAY 'ERROR DE ARCHIVO DE SECUENCIAS'
                     DISPLAY 'FILE STATUS' WSS-FS-SECUENCIAS
                     MOVE 8 TO ING-RESULTADO
                  END-IF
              END-PERFORM
              CLOSE SECUENCIAS
      * Un aviso de salto de secuencia se conserva como mensaje.
              IF ING-RESULTADO = 0
                 MOVE WSV-SECUENCIA TO WSV-SECUENCIA-ED
                 MOVE SPACES TO ING-MENSAJE
                 STRING 'SUCURSAL ' WSV-SUCURSAL ' SECUENCIA '
                    WSV-SECUENCIA-ED ' REGISTRADA COMO ACEPTADA'
                    DELIMITED BY SIZE INTO ING-MENSAJE
                 END-STRING
              END-IF
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

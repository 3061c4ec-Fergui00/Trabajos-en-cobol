      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C6.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Depuracion de historicos: pasa las entradas de
      * JOURNALPERSONAS, AUDITPERSONAS y SESIONESPERSONAS con fecha
      * anterior al corte a archivos historicos fechados
      * (<archivo>.Haaaammdd) y deja en los archivos vivos solo lo
      * posterior. Cada historico se anota en CATALOGOHISTORICOS con
      * el rango de fechas que contiene; EJE013A5 lo usa para leerlos
      * cuando el rango pedido va mas atras que el archivo vivo.
      * El corte se pide en FECHACORTEHIST (aaaammdd); en blanco se
      * toma el maximo permitido. Nunca puede pasar la fecha del
      * encabezado de la generacion mas vieja de BACKUPPERSONAS que
      * sigue en disco (EJE013B4 tiene que poder reaplicar el diario
      * desde cualquiera de ellas) ni el ultimo corte de
      * CONTROLEXPORT (la exportacion delta de EJE013A3 lee el diario
      * desde ahi). Los totales de control leidas / archivadas /
      * conservadas / regrabadas quedan en DEPURACIONHISTORICOS.
      * Mientras corre, el sistema queda no disponible para sesiones
      * interactivas y no arranca si hay sesiones abiertas.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Los tres archivos se procesan con el mismo juego de SELECT:
      * el nombre fisico del vivo y del historico se arma antes de
      * cada pasada.
       SELECT VIVO              ASSIGN TO DISK WSV-NOMBRE-VIVO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-VIVO.

       SELECT HISTORICO         ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT TRABAJO           ASSIGN TO DISK 'WORKHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRABAJO.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT RESPALDO          ASSIGN TO DISK WSV-NOMBRE-RESPALDO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-RESPALDO.

       SELECT CONTROL-BACKUP    ASSIGN TO DISK 'CONTROLBACKUP'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLBACKUP.

       SELECT CONTROL-EXPORT    ASSIGN TO DISK 'CONTROLEXPORT'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLEXP.

       SELECT SESIONES          ASSIGN TO DISK 'SESIONESPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SESIONES.

       SELECT CONTROL-SISTEMA   ASSIGN TO DISK 'CONTROLSISTEMA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLSISTEMA.

       SELECT REPORTE           ASSIGN TO DISK 'DEPURACIONHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * Largo del registro mas grande (JOURNALPERSONAS); los otros
      * dos se leen completados con blancos.
       FD VIVO.
       01 REG-VIVO                 PIC X(313).

       FD HISTORICO.
       01 REG-HISTORICO            PIC X(313).

       FD TRABAJO.
       01 REG-TRABAJO              PIC X(313).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-TIPO        PIC X(01).
              88 CAT-DIARIO      VALUE 'D'.
              88 CAT-AUDITORIA   VALUE 'A'.
              88 CAT-SESIONES    VALUE 'S'.
           05 CAT-ARCHIVO     PIC X(30).
           05 CAT-FECHA-DESDE PIC 9(08).
           05 CAT-FECHA-HASTA PIC 9(08).
           05 CAT-CANTIDAD    PIC 9(08).
           05 CAT-FECHA-PROC  PIC 9(08).

       FD RESPALDO.
       01 REG-RESPALDO.
           05 RESP-TIPO       PIC X(01).
           05 RESP-DATOS      PIC X(138).

       FD CONTROL-BACKUP.
       01 REG-CONTROL-BACKUP.
           05 CTB-ULT-GEN     PIC 9(04).

       FD CONTROL-EXPORT.
       01 REG-CONTROL-EXPORT.
           05 CTE-FECHA-CORTE PIC 9(08).
           05 CTE-HORA-CORTE  PIC 9(08).

       FD SESIONES.
       01 REG-SESION.
           05 SES-OPERADOR    PIC X(10).
           05 SES-TIPO        PIC X(01).
              88 SES-INICIO      VALUE 'I'.
              88 SES-FIN         VALUE 'F'.
              88 SES-CIERRE-FORZADO VALUE 'C'.
           05 SES-FECHA       PIC 9(08).
           05 SES-HORA        PIC 9(08).
           05 SES-OPE-CIERRA  PIC X(10).

       FD CONTROL-SISTEMA.
       01 REG-CONTROL-SISTEMA.
           05 CSI-ESTADO      PIC X(01).
              88 CSI-NO-DISPONIBLE VALUE 'N'.
           05 CSI-FECHA       PIC 9(08).
           05 CSI-HORA        PIC 9(08).
           05 CSI-MOTIVO      PIC X(40).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-VIVO              PIC X(02).
          88 WSS-FS-VIVO-OK         VALUE '00'.
          88 WSS-FS-VIVO-NOEXISTE   VALUE '35'.

       01 WSS-FS-HISTORICO         PIC X(02).
          88 WSS-FS-HISTORICO-OK    VALUE '00'.

       01 WSS-FS-TRABAJO           PIC X(02).
          88 WSS-FS-TRABAJO-OK      VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.
          88 WSS-FS-CATALOGO-NOEXISTE VALUE '35'.

       01 WSS-FS-RESPALDO          PIC X(02).
          88 WSS-FS-RESPALDO-OK     VALUE '00'.

       01 WSS-FS-CTLBACKUP         PIC X(02).
          88 WSS-FS-CTLBACKUP-OK    VALUE '00'.

       01 WSS-FS-CTLEXP            PIC X(02).
          88 WSS-FS-CTLEXP-OK       VALUE '00'.

       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.

       01 WSS-FS-CTLSISTEMA        PIC X(02).
          88 WSS-FS-CTLSISTEMA-OK   VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-VIVO          PIC X(01).
          88 WSV-FIN-VIVO           VALUE 'S'.

       01 WSV-SW-FIN-TRABAJO       PIC X(01).
          88 WSV-FIN-TRABAJO        VALUE 'S'.

       01 WSV-SW-FIN-SESIONES      PIC X(01).
          88 WSV-FIN-SESIONES       VALUE 'S'.

       01 WSV-SW-FALLA             PIC X(01).
          88 WSV-HUBO-FALLA         VALUE 'S'.

      * Si falla la copia de WORKHISTORICOS sobre un vivo, las
      * pasadas siguientes no corren: pisarian el archivo de trabajo
      * que tiene lo que debe quedar en ese vivo.
       01 WSV-SW-REPOSICION        PIC X(01) VALUE SPACE.
          88 WSV-FALLO-REPOSICION   VALUE 'S'.

       01 WSV-SW-HISTORICO         PIC X(01).
          88 WSV-HISTORICO-ABIERTO  VALUE 'S'.

       01 WSV-SW-BLOQUEO           PIC X(01) VALUE SPACE.
          88 WSV-SISTEMA-BLOQUEADO  VALUE 'S'.

      * Codigo de retorno: 0 = limpia, 4 = corte recortado o algun
      * archivo sin depurar, 8 = error en un archivo, 16 = cancelada.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-ESTADO-SISTEMA       PIC X(01).
       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-CORTE-PARAM          PIC X(08).
       01 WSV-CORTE-PEDIDO         PIC 9(08) VALUE 0.
       01 WSV-CORTE-MAXIMO         PIC 9(08) VALUE 99999999.
       01 WSV-FECHA-CORTE          PIC 9(08) VALUE 0.

      * Generaciones de respaldo que pueden seguir en disco: las
      * cinco ultimas, rotando por ranura igual que EJE013A8.
       01 WSV-NOMBRE-RESPALDO.
           05 FILLER               PIC X(16)
              VALUE 'BACKUPPERSONAS.G'.
           05 WSV-RESP-SLOT        PIC 9(01).

       01 WSV-ULT-GENERACION       PIC 9(04) VALUE 0.
       01 WSV-GENERACION           PIC 9(04).
       01 WSV-GEN-DESDE            PIC 9(04).
       01 WSV-RESTO                PIC 9(04).
       01 WSV-COCIENTE             PIC 9(04).
       01 WSV-CANT-GENERACIONES    PIC 9(04) VALUE 0.
       01 WSV-GEN-MAS-VIEJA        PIC 9(04) VALUE 0.
       01 WSV-FECHA-GEN-VIEJA      PIC 9(08) VALUE 99999999.

       01 WSV-ENCABEZADO.
           05 WSV-HDR-GENERACION   PIC 9(04).
           05 WSV-HDR-FECHA        PIC 9(08).
           05 WSV-HDR-HORA         PIC 9(08).

       01 WSV-CORTE-EXPORT         PIC 9(08) VALUE 0.

      * Sesiones abiertas por operador, igual que en EJE013B3.
       01 WSV-CANT-OPE-SESION      PIC 9(4) COMP VALUE 0.
       01 WSV-CANT-ABIERTAS        PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-SES              PIC 9(4) COMP.
       01 WSV-POS-SES              PIC 9(4) COMP.
       01 WSV-TABLA-SESIONES.
           05 WSV-SESION-ITEM OCCURS 200 TIMES.
               10 WSV-SES-OPERADOR     PIC X(10).
               10 WSV-SES-ABIERTAS     PIC 9(03).
               10 WSV-SES-FECHA        PIC 9(08).
               10 WSV-SES-HORA         PIC 9(08).

      * Datos del archivo que se esta depurando.
       01 WSV-NOMBRE-VIVO          PIC X(30).
       01 WSV-NOMBRE-HISTORICO     PIC X(30).
       01 WSV-TIPO-ARCHIVO         PIC X(01).
       01 WSV-POS-FECHA            PIC 9(03).
       01 WSV-FECHA-ENTRADA        PIC X(08).
       01 WSV-FECHA-DESDE          PIC 9(08).
       01 WSV-FECHA-HASTA          PIC 9(08).

       01 WSV-CONT-LEIDAS          PIC 9(8).
       01 WSV-CONT-ARCHIVADAS      PIC 9(8).
       01 WSV-CONT-CONSERVADAS     PIC 9(8).
       01 WSV-CONT-REGRABADAS      PIC 9(8).
       01 WSV-CONT-ARCHIVOS        PIC 9(2) VALUE 0.
       01 WSV-TOTAL-ARCHIVADAS     PIC 9(8) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(36) VALUE
              'DEPURACION DE ARCHIVOS HISTORICOS  '.
           05 FILLER PIC X(7) VALUE 'FECHA: '.
           05 WS-TIT-FECHA PIC 9(08).

       01 WS-LINEA-CORTE.
           05 WS-COR-TEXTO PIC X(45).
           05 WS-COR-FECHA PIC 9(08).
           05 WS-COR-NOTA PIC X(40).

       01 WS-LINEA-ARCHIVO.
           05 FILLER PIC X(9) VALUE 'ARCHIVO: '.
           05 WS-ARC-VIVO PIC X(30).
           05 FILLER PIC X(12) VALUE ' HISTORICO: '.
           05 WS-ARC-HISTORICO PIC X(30).

       01 WS-LINEA-CONTROL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CTL-TITULO PIC X(30).
           05 WS-CTL-CANT PIC ZZ,ZZZ,ZZ9.

       01 WS-LINEA-RANGO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'FECHAS ARCHIVADAS'.
           05 WS-RAN-DESDE PIC 9(08).
           05 FILLER PIC X(3) VALUE ' A '.
           05 WS-RAN-HASTA PIC 9(08).

       01 WS-LINEA-MENSAJE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MSJ-TEXTO PIC X(100).

       01 WS-DETALLE-SESION.
           05 FILLER PIC X(15) VALUE 'SESION ABIERTA '.
           05 WS-SES-OPERADOR PIC X(10).
           05 FILLER PIC X(7) VALUE ' DESDE '.
           05 WS-SES-FECHA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SES-HH PIC X(02).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-SES-MM PIC X(02).
           05 FILLER PIC X(2) VALUE ' ('.
           05 WS-SES-CANT PIC ZZ9.
           05 FILLER PIC X(1) VALUE ')'.

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 11000-BLOQUEAR-SISTEMA
           IF WSV-COD-RETORNO < 16
              PERFORM 12000-CALCULAR-CORTE
           END-IF
           IF WSV-COD-RETORNO < 16
              MOVE 'JOURNALPERSONAS' TO WSV-NOMBRE-VIVO
              MOVE 'D' TO WSV-TIPO-ARCHIVO
              MOVE 1 TO WSV-POS-FECHA
              PERFORM 20000-DEPURAR-ARCHIVO
              IF NOT WSV-FALLO-REPOSICION
                 MOVE 'AUDITPERSONAS' TO WSV-NOMBRE-VIVO
                 MOVE 'A' TO WSV-TIPO-ARCHIVO
                 MOVE 11 TO WSV-POS-FECHA
                 PERFORM 20000-DEPURAR-ARCHIVO
              END-IF
              IF NOT WSV-FALLO-REPOSICION
                 MOVE 'SESIONESPERSONAS' TO WSV-NOMBRE-VIVO
                 MOVE 'S' TO WSV-TIPO-ARCHIVO
                 MOVE 12 TO WSV-POS-FECHA
                 PERFORM 20000-DEPURAR-ARCHIVO
              END-IF
           END-IF
           IF WSV-SISTEMA-BLOQUEADO
              PERFORM 11900-DESBLOQUEAR-SISTEMA
           END-IF
           CLOSE REPORTE
           DISPLAY 'DEPURACION DE HISTORICOS FINALIZADA, CORTE '
              WSV-FECHA-CORTE
           DISPLAY 'ARCHIVOS DEPURADOS:     ' WSV-CONT-ARCHIVOS
           DISPLAY 'ENTRADAS ARCHIVADAS:    ' WSV-TOTAL-ARCHIVADAS
           DISPLAY 'TOTALES DE CONTROL EN DEPURACIONHISTORICOS'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-CORTE-PARAM FROM ENVIRONMENT "FECHACORTEHIST"
           IF WSV-CORTE-PARAM NOT = SPACES
              IF WSV-CORTE-PARAM NUMERIC
                 MOVE WSV-CORTE-PARAM TO WSV-CORTE-PEDIDO
              ELSE
                 DISPLAY 'FECHACORTEHIST INVALIDA, DEBE SER AAAAMMDD'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

      * Mismo bloqueo que la cadena de fin de dia: si el sistema ya
      * esta no disponible es que otro proceso lo tiene tomado.
       11000-BLOQUEAR-SISTEMA.
           OPEN INPUT CONTROL-SISTEMA
           IF WSS-FS-CTLSISTEMA-OK
              READ CONTROL-SISTEMA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CSI-NO-DISPONIBLE
                       DISPLAY 'EL SISTEMA YA ESTA NO DISPONIBLE DESDE '
                          CSI-FECHA ' ' CSI-HORA ': ' CSI-MOTIVO
                       MOVE 'SISTEMA TOMADO POR OTRO PROCESO, NO SE '
                          TO WS-MSJ-TEXTO
                       MOVE 'DEPURA' TO WS-MSJ-TEXTO(41:6)
                       PERFORM 13300-ESCRIBIR-MENSAJE
                       MOVE 16 TO WSV-COD-RETORNO
                    END-IF
              END-READ
              CLOSE CONTROL-SISTEMA
           END-IF
           IF WSV-COD-RETORNO < 16
              MOVE 'N' TO WSV-ESTADO-SISTEMA
              PERFORM 11800-GRABAR-CONTROL-SISTEMA
              SET WSV-SISTEMA-BLOQUEADO TO TRUE
              PERFORM 11100-VERIFICAR-SESIONES
              IF WSV-CANT-ABIERTAS > 0
                 PERFORM 11200-INFORMAR-SESIONES
                 DISPLAY 'HAY ' WSV-CANT-ABIERTAS ' OPERADORES CON '
                    'SESION ABIERTA, NO SE DEPURA. CIERRELAS O '
                    'FUERCE EL CIERRE CON EJE013C4'
                 MOVE 'HAY SESIONES INTERACTIVAS ABIERTAS, NO SE DEPURA'
                    TO WS-MSJ-TEXTO
                 PERFORM 13300-ESCRIBIR-MENSAJE
                 MOVE 16 TO WSV-COD-RETORNO
              END-IF
           END-IF.

       11100-VERIFICAR-SESIONES.
           MOVE 0 TO WSV-CANT-OPE-SESION
           MOVE 0 TO WSV-CANT-ABIERTAS
           OPEN INPUT SESIONES
           IF WSS-FS-SESIONES-OK
              MOVE SPACES TO WSV-SW-FIN-SESIONES
              PERFORM UNTIL WSV-FIN-SESIONES
                  READ SESIONES
                      AT END
                          SET WSV-FIN-SESIONES TO TRUE
                      NOT AT END
                          PERFORM 11110-CONTAR-SESION
                  END-READ
              END-PERFORM
              CLOSE SESIONES
           END-IF
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  ADD 1 TO WSV-CANT-ABIERTAS
               END-IF
           END-PERFORM.

       11110-CONTAR-SESION.
           MOVE 0 TO WSV-POS-SES
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
                    OR WSV-POS-SES > 0
               IF WSV-SES-OPERADOR(WSV-IDX-SES) = SES-OPERADOR
                  MOVE WSV-IDX-SES TO WSV-POS-SES
               END-IF
           END-PERFORM
           IF WSV-POS-SES = 0 AND WSV-CANT-OPE-SESION < 200
              ADD 1 TO WSV-CANT-OPE-SESION
              MOVE WSV-CANT-OPE-SESION TO WSV-POS-SES
              MOVE SES-OPERADOR TO WSV-SES-OPERADOR(WSV-POS-SES)
              MOVE 0 TO WSV-SES-ABIERTAS(WSV-POS-SES)
              MOVE 0 TO WSV-SES-FECHA(WSV-POS-SES)
              MOVE 0 TO WSV-SES-HORA(WSV-POS-SES)
           END-IF
           IF WSV-POS-SES > 0
              EVALUATE TRUE
                  WHEN SES-INICIO
                      ADD 1 TO WSV-SES-ABIERTAS(WSV-POS-SES)
                      MOVE SES-FECHA TO WSV-SES-FECHA(WSV-POS-SES)
                      MOVE SES-HORA TO WSV-SES-HORA(WSV-POS-SES)
                  WHEN SES-FIN
                      IF WSV-SES-ABIERTAS(WSV-POS-SES) > 0
                         SUBTRACT 1 FROM WSV-SES-ABIERTAS(WSV-POS-SES)
                      END-IF
                  WHEN SES-CIERRE-FORZADO
                      MOVE 0 TO WSV-SES-ABIERTAS(WSV-POS-SES)
              END-EVALUATE
           END-IF.

       11200-INFORMAR-SESIONES.
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  MOVE WSV-SES-OPERADOR(WSV-IDX-SES) TO WS-SES-OPERADOR
                  MOVE WSV-SES-FECHA(WSV-IDX-SES) TO WS-SES-FECHA
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(1:2) TO WS-SES-HH
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(3:2) TO WS-SES-MM
                  MOVE WSV-SES-ABIERTAS(WSV-IDX-SES) TO WS-SES-CANT
                  MOVE WS-DETALLE-SESION TO WS-MSJ-TEXTO
                  PERFORM 13300-ESCRIBIR-MENSAJE
                  DISPLAY WS-DETALLE-SESION
               END-IF
           END-PERFORM.

       11800-GRABAR-CONTROL-SISTEMA.
           OPEN OUTPUT CONTROL-SISTEMA
           IF NOT WSS-FS-CTLSISTEMA-OK
              DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
              DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
           ELSE
              MOVE WSV-ESTADO-SISTEMA TO CSI-ESTADO
              ACCEPT CSI-FECHA FROM DATE YYYYMMDD
              ACCEPT CSI-HORA FROM TIME
              MOVE 'DEPURACION DE HISTORICOS EJE013C6' TO CSI-MOTIVO
              WRITE REG-CONTROL-SISTEMA
              IF NOT WSS-FS-CTLSISTEMA-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
                 DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
              END-IF
              CLOSE CONTROL-SISTEMA
           END-IF.

       11900-DESBLOQUEAR-SISTEMA.
           MOVE 'D' TO WSV-ESTADO-SISTEMA
           PERFORM 11800-GRABAR-CONTROL-SISTEMA
           MOVE SPACES TO WSV-SW-BLOQUEO.

      * El corte maximo es la menor de las fechas de encabezado de
      * las generaciones en disco y la fecha del ultimo corte de
      * exportacion. Se archiva lo de fecha anterior al corte: lo de
      * la misma fecha del encabezado queda vivo aunque sea anterior
      * en hora, que es lo que necesita EJE013B4.
       12000-CALCULAR-CORTE.
           PERFORM 12100-LEER-CONTROL-BACKUP
           IF WSV-ULT-GENERACION = 0
              DISPLAY 'NO HAY GENERACIONES DE BACKUPPERSONAS EN '
                 'CONTROLBACKUP, NO SE PUEDE FIJAR EL CORTE'
              MOVE 'SIN GENERACIONES DE RESPALDO, NO SE DEPURA'
                 TO WS-MSJ-TEXTO
              PERFORM 13300-ESCRIBIR-MENSAJE
              MOVE 16 TO WSV-COD-RETORNO
           ELSE
              IF WSV-ULT-GENERACION > 4
                 COMPUTE WSV-GEN-DESDE = WSV-ULT-GENERACION - 4
              ELSE
                 MOVE 1 TO WSV-GEN-DESDE
              END-IF
              PERFORM VARYING WSV-GENERACION FROM WSV-GEN-DESDE BY 1
                    UNTIL WSV-GENERACION > WSV-ULT-GENERACION
                  PERFORM 12200-LEER-ENCABEZADO
              END-PERFORM
              IF WSV-CANT-GENERACIONES = 0
                 DISPLAY 'NINGUNA GENERACION DE BACKUPPERSONAS SE '
                    'PUDO LEER, NO SE PUEDE FIJAR EL CORTE'
                 MOVE 'SIN GENERACIONES DE RESPALDO LEGIBLES, NO SE '
                    TO WS-MSJ-TEXTO
                 MOVE 'DEPURA' TO WS-MSJ-TEXTO(46:6)
                 PERFORM 13300-ESCRIBIR-MENSAJE
                 MOVE 16 TO WSV-COD-RETORNO
              END-IF
           END-IF
           IF WSV-COD-RETORNO < 16
              MOVE WSV-FECHA-GEN-VIEJA TO WSV-CORTE-MAXIMO
              MOVE 'GENERACION MAS VIEJA EN DISCO (ENCABEZADO)'
                 TO WS-COR-TEXTO
              MOVE WSV-FECHA-GEN-VIEJA TO WS-COR-FECHA
              MOVE ' GENERACION' TO WS-COR-NOTA
              MOVE WSV-GEN-MAS-VIEJA TO WS-COR-NOTA(13:4)
              PERFORM 13400-LINEA-CORTE
              PERFORM 12300-LEER-CONTROL-EXPORT
              IF WSV-CORTE-EXPORT > 0
                 MOVE 'ULTIMO CORTE DE CONTROLEXPORT' TO WS-COR-TEXTO
                 MOVE WSV-CORTE-EXPORT TO WS-COR-FECHA
                 MOVE SPACES TO WS-COR-NOTA
                 PERFORM 13400-LINEA-CORTE
                 IF WSV-CORTE-EXPORT < WSV-CORTE-MAXIMO
                    MOVE WSV-CORTE-EXPORT TO WSV-CORTE-MAXIMO
                 END-IF
              ELSE
                 MOVE 'SIN CONTROLEXPORT, NO LIMITA EL CORTE'
                    TO WS-MSJ-TEXTO
                 PERFORM 13300-ESCRIBIR-MENSAJE
              END-IF
              IF WSV-CORTE-PEDIDO = 0
                 MOVE WSV-CORTE-MAXIMO TO WSV-FECHA-CORTE
              ELSE
                 MOVE 'CORTE PEDIDO EN FECHACORTEHIST' TO WS-COR-TEXTO
                 MOVE WSV-CORTE-PEDIDO TO WS-COR-FECHA
                 MOVE SPACES TO WS-COR-NOTA
                 PERFORM 13400-LINEA-CORTE
                 IF WSV-CORTE-PEDIDO > WSV-CORTE-MAXIMO
                    DISPLAY 'EL CORTE PEDIDO ' WSV-CORTE-PEDIDO
                       ' PASA EL MAXIMO PERMITIDO, SE USA '
                       WSV-CORTE-MAXIMO
                    MOVE WSV-CORTE-MAXIMO TO WSV-FECHA-CORTE
                    PERFORM 29000-MARCAR-ADVERTENCIA
                 ELSE
                    MOVE WSV-CORTE-PEDIDO TO WSV-FECHA-CORTE
                 END-IF
              END-IF
              MOVE 'CORTE APLICADO, SE ARCHIVA LO ANTERIOR A'
                 TO WS-COR-TEXTO
              MOVE WSV-FECHA-CORTE TO WS-COR-FECHA
              IF WSV-FECHA-CORTE < WSV-CORTE-PEDIDO
                 MOVE ' (RECORTADO AL MAXIMO PERMITIDO)'
                    TO WS-COR-NOTA
              ELSE
                 MOVE SPACES TO WS-COR-NOTA
              END-IF
              PERFORM 13400-LINEA-CORTE
              MOVE SPACES TO REG-REPORTE
              PERFORM 13200-ESCRIBIR-LINEA
           END-IF.

       12100-LEER-CONTROL-BACKUP.
           OPEN INPUT CONTROL-BACKUP
           IF WSS-FS-CTLBACKUP-OK
              READ CONTROL-BACKUP
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTB-ULT-GEN TO WSV-ULT-GENERACION
              END-READ
              CLOSE CONTROL-BACKUP
           END-IF.

      * Una ranura que tiene otra generacion en el encabezado fue
      * pisada y no cuenta.
       12200-LEER-ENCABEZADO.
           DIVIDE WSV-GENERACION BY 5 GIVING WSV-COCIENTE
              REMAINDER WSV-RESTO
           IF WSV-RESTO = 0
              MOVE 5 TO WSV-RESP-SLOT
           ELSE
              MOVE WSV-RESTO TO WSV-RESP-SLOT
           END-IF
           OPEN INPUT RESPALDO
           IF WSS-FS-RESPALDO-OK
              READ RESPALDO
                  AT END
                      MOVE SPACES TO RESP-TIPO
              END-READ
              IF RESP-TIPO = 'H'
                 MOVE RESP-DATOS TO WSV-ENCABEZADO
                 IF WSV-HDR-GENERACION = WSV-GENERACION
                    ADD 1 TO WSV-CANT-GENERACIONES
                    IF WSV-HDR-FECHA < WSV-FECHA-GEN-VIEJA
                       MOVE WSV-HDR-FECHA TO WSV-FECHA-GEN-VIEJA
                       MOVE WSV-GENERACION TO WSV-GEN-MAS-VIEJA
                    END-IF
                 END-IF
              END-IF
              CLOSE RESPALDO
           END-IF.

       12300-LEER-CONTROL-EXPORT.
           OPEN INPUT CONTROL-EXPORT
           IF WSS-FS-CTLEXP-OK
              READ CONTROL-EXPORT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTE-FECHA-CORTE TO WSV-CORTE-EXPORT
              END-READ
              CLOSE CONTROL-EXPORT
           END-IF.

       13200-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

       13300-ESCRIBIR-MENSAJE.
           MOVE WS-LINEA-MENSAJE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       13400-LINEA-CORTE.
           MOVE WS-LINEA-CORTE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

      * Pasada sobre un archivo vivo: lo anterior al corte va al
      * historico y el resto a WORKHISTORICOS, que despues se copia
      * sobre el vivo. Si algo falla antes de esa copia el vivo queda
      * como estaba.
       20000-DEPURAR-ARCHIVO.
           MOVE 0 TO WSV-CONT-LEIDAS
           MOVE 0 TO WSV-CONT-ARCHIVADAS
           MOVE 0 TO WSV-CONT-CONSERVADAS
           MOVE 0 TO WSV-CONT-REGRABADAS
           MOVE 99999999 TO WSV-FECHA-DESDE
           MOVE 0 TO WSV-FECHA-HASTA
           MOVE SPACES TO WSV-SW-FALLA
           MOVE SPACES TO WSV-SW-HISTORICO
           MOVE SPACES TO WSV-NOMBRE-HISTORICO
           STRING FUNCTION TRIM(WSV-NOMBRE-VIVO) '.H' WSV-FECHA-HOY
              DELIMITED BY SIZE INTO WSV-NOMBRE-HISTORICO
           END-STRING
           MOVE WSV-NOMBRE-VIVO TO WS-ARC-VIVO
           MOVE WSV-NOMBRE-HISTORICO TO WS-ARC-HISTORICO
           MOVE WS-LINEA-ARCHIVO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           OPEN INPUT HISTORICO
           IF WSS-FS-HISTORICO-OK
              CLOSE HISTORICO
              DISPLAY 'YA EXISTE ' FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                 ', NO SE DEPURA ' FUNCTION TRIM(WSV-NOMBRE-VIVO)
              MOVE 'YA EXISTE EL HISTORICO DE HOY, NO SE DEPURA'
                 TO WS-MSJ-TEXTO
              PERFORM 13300-ESCRIBIR-MENSAJE
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              OPEN INPUT VIVO
              EVALUATE TRUE
                  WHEN WSS-FS-VIVO-NOEXISTE
                      MOVE 'NO EXISTE, NADA PARA DEPURAR'
                         TO WS-MSJ-TEXTO
                      PERFORM 13300-ESCRIBIR-MENSAJE
                  WHEN NOT WSS-FS-VIVO-OK
                      DISPLAY 'ERROR DE ARCHIVO DE '
                         FUNCTION TRIM(WSV-NOMBRE-VIVO)
                      DISPLAY 'FILE STATUS' WSS-FS-VIVO
                      MOVE 'ERROR AL ABRIR, NO SE DEPURA'
                         TO WS-MSJ-TEXTO
                      PERFORM 13300-ESCRIBIR-MENSAJE
                      PERFORM 29100-MARCAR-ERROR
                  WHEN OTHER
                      PERFORM 20100-SEPARAR-ENTRADAS
              END-EVALUATE
           END-IF
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       20100-SEPARAR-ENTRADAS.
           OPEN OUTPUT TRABAJO
           IF NOT WSS-FS-TRABAJO-OK
              DISPLAY 'ERROR DE ARCHIVO DE TRABAJO'
              DISPLAY 'FILE STATUS' WSS-FS-TRABAJO
              CLOSE VIVO
              SET WSV-HUBO-FALLA TO TRUE
           ELSE
              MOVE SPACES TO WSV-SW-FIN-VIVO
              PERFORM UNTIL WSV-FIN-VIVO
                  READ VIVO
                      AT END
                          SET WSV-FIN-VIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WSV-CONT-LEIDAS
                          PERFORM 20200-CLASIFICAR-ENTRADA
                          IF WSV-HUBO-FALLA
                             SET WSV-FIN-VIVO TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE VIVO
              CLOSE TRABAJO
              IF WSV-HISTORICO-ABIERTO
                 CLOSE HISTORICO
              END-IF
           END-IF
           IF WSV-HUBO-FALLA
              MOVE 'ERROR AL SEPARAR, EL ARCHIVO VIVO NO SE MODIFICO'
                 TO WS-MSJ-TEXTO
              PERFORM 13300-ESCRIBIR-MENSAJE
              IF WSV-HISTORICO-ABIERTO
                 DISPLAY 'BORRE ' FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                    ' ANTES DE VOLVER A CORRER'
              END-IF
              PERFORM 29100-MARCAR-ERROR
           ELSE
              IF WSV-CONT-ARCHIVADAS = 0
                 MOVE 'SIN ENTRADAS ANTERIORES AL CORTE'
                    TO WS-MSJ-TEXTO
                 PERFORM 13300-ESCRIBIR-MENSAJE
              ELSE
                 PERFORM 20400-GRABAR-CATALOGO
                 IF WSV-HUBO-FALLA
                    MOVE 'ERROR EN CATALOGOHISTORICOS, EL ARCHIVO VIVO '
                       TO WS-MSJ-TEXTO
                    MOVE 'NO SE MODIFICO' TO WS-MSJ-TEXTO(46:14)
                    PERFORM 13300-ESCRIBIR-MENSAJE
                    DISPLAY 'BORRE ' FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                       ' ANTES DE VOLVER A CORRER'
                 ELSE
                    PERFORM 20500-REPONER-VIVO
                 END-IF
              END-IF
              IF NOT WSV-HUBO-FALLA
                 PERFORM 20600-INFORMAR-TOTALES
              END-IF
           END-IF.

      * Una entrada sin fecha legible se conserva en el vivo.
       20200-CLASIFICAR-ENTRADA.
           MOVE REG-VIVO(WSV-POS-FECHA:8) TO WSV-FECHA-ENTRADA
           IF WSV-FECHA-ENTRADA NUMERIC
              AND WSV-FECHA-ENTRADA < WSV-FECHA-CORTE
               PERFORM 20300-ARCHIVAR-ENTRADA
           ELSE
               WRITE REG-TRABAJO FROM REG-VIVO
               IF WSS-FS-TRABAJO-OK
                  ADD 1 TO WSV-CONT-CONSERVADAS
               ELSE
                  DISPLAY 'ERROR DE ARCHIVO DE TRABAJO'
                  DISPLAY 'FILE STATUS' WSS-FS-TRABAJO
                  SET WSV-HUBO-FALLA TO TRUE
               END-IF
           END-IF.

      * El historico se crea recien con la primera entrada, asi no
      * quedan historicos vacios.
       20300-ARCHIVAR-ENTRADA.
           IF NOT WSV-HISTORICO-ABIERTO
              OPEN OUTPUT HISTORICO
              IF WSS-FS-HISTORICO-OK
                 SET WSV-HISTORICO-ABIERTO TO TRUE
              ELSE
                 DISPLAY 'ERROR DE ARCHIVO DE HISTORICO'
                 DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
                 SET WSV-HUBO-FALLA TO TRUE
              END-IF
           END-IF
           IF NOT WSV-HUBO-FALLA
              WRITE REG-HISTORICO FROM REG-VIVO
              IF WSS-FS-HISTORICO-OK
                 ADD 1 TO WSV-CONT-ARCHIVADAS
                 IF WSV-FECHA-ENTRADA < WSV-FECHA-DESDE
                    MOVE WSV-FECHA-ENTRADA TO WSV-FECHA-DESDE
                 END-IF
                 IF WSV-FECHA-ENTRADA > WSV-FECHA-HASTA
                    MOVE WSV-FECHA-ENTRADA TO WSV-FECHA-HASTA
                 END-IF
              ELSE
                 DISPLAY 'ERROR DE ARCHIVO DE HISTORICO'
                 DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
                 SET WSV-HUBO-FALLA TO TRUE
              END-IF
           END-IF.

       20400-GRABAR-CATALOGO.
           OPEN EXTEND CATALOGO
           IF WSS-FS-CATALOGO-NOEXISTE
              OPEN OUTPUT CATALOGO
              CLOSE CATALOGO
              OPEN EXTEND CATALOGO
           END-IF
           IF NOT WSS-FS-CATALOGO-OK
              DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
              DISPLAY 'FILE STATUS' WSS-FS-CATALOGO
              SET WSV-HUBO-FALLA TO TRUE
              PERFORM 29100-MARCAR-ERROR
           ELSE
              MOVE WSV-TIPO-ARCHIVO TO CAT-TIPO
              MOVE WSV-NOMBRE-HISTORICO TO CAT-ARCHIVO
              MOVE WSV-FECHA-DESDE TO CAT-FECHA-DESDE
              MOVE WSV-FECHA-HASTA TO CAT-FECHA-HASTA
              MOVE WSV-CONT-ARCHIVADAS TO CAT-CANTIDAD
              MOVE WSV-FECHA-HOY TO CAT-FECHA-PROC
              WRITE REG-CATALOGO
              IF NOT WSS-FS-CATALOGO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
                 DISPLAY 'FILE STATUS' WSS-FS-CATALOGO
                 SET WSV-HUBO-FALLA TO TRUE
                 PERFORM 29100-MARCAR-ERROR
              END-IF
              CLOSE CATALOGO
           END-IF.

      * El vivo se abre recien con WORKHISTORICOS abierto. Si la
      * copia de vuelta falla, WORKHISTORICOS tiene completo lo que
      * debe quedar en el vivo y no se depura nada mas.
       20500-REPONER-VIVO.
           OPEN INPUT TRABAJO
           IF NOT WSS-FS-TRABAJO-OK
              DISPLAY 'ERROR DE ARCHIVO DE TRABAJO'
              DISPLAY 'FILE STATUS' WSS-FS-TRABAJO
              DISPLAY FUNCTION TRIM(WSV-NOMBRE-VIVO)
                 ' NO SE MODIFICO. BORRE '
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                 ' Y SU LINEA DE CATALOGOHISTORICOS ANTES DE VOLVER '
                 'A CORRER'
              PERFORM 20510-CORTAR-DEPURACION
           ELSE
              OPEN OUTPUT VIVO
              IF NOT WSS-FS-VIVO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE '
                    FUNCTION TRIM(WSV-NOMBRE-VIVO)
                 DISPLAY 'FILE STATUS' WSS-FS-VIVO
                 DISPLAY 'ERROR AL REPONER '
                    FUNCTION TRIM(WSV-NOMBRE-VIVO)
                    ', LO QUE DEBE QUEDAR VIVO ESTA EN WORKHISTORICOS'
                 PERFORM 20510-CORTAR-DEPURACION
              ELSE
                 MOVE SPACES TO WSV-SW-FIN-TRABAJO
                 PERFORM UNTIL WSV-FIN-TRABAJO
                     READ TRABAJO
                         AT END
                             SET WSV-FIN-TRABAJO TO TRUE
                         NOT AT END
                             WRITE REG-VIVO FROM REG-TRABAJO
                             IF WSS-FS-VIVO-OK
                                ADD 1 TO WSV-CONT-REGRABADAS
                             ELSE
                                DISPLAY 'ERROR AL REPONER '
                                   FUNCTION TRIM(WSV-NOMBRE-VIVO)
                                   ', LO QUE DEBE '
                                   'QUEDAR VIVO ESTA EN WORKHISTORICOS'
                                PERFORM 20510-CORTAR-DEPURACION
                                SET WSV-FIN-TRABAJO TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE VIVO
              END-IF
              CLOSE TRABAJO
           END-IF
           IF NOT WSV-FALLO-REPOSICION
              ADD 1 TO WSV-CONT-ARCHIVOS
              ADD WSV-CONT-ARCHIVADAS TO WSV-TOTAL-ARCHIVADAS
           END-IF.

       20510-CORTAR-DEPURACION.
           SET WSV-FALLO-REPOSICION TO TRUE
           DISPLAY 'NO SE DEPURAN LOS ARCHIVOS SIGUIENTES'
           MOVE 'ERROR AL REPONER EL VIVO, NO SE DEPURAN LOS ARCHIVOS '
              TO WS-MSJ-TEXTO
           MOVE 'SIGUIENTES' TO WS-MSJ-TEXTO(54:10)
           PERFORM 13300-ESCRIBIR-MENSAJE
           PERFORM 29100-MARCAR-ERROR.

      * Leidas = archivadas + conservadas, y lo regrabado en el vivo
      * tiene que ser lo conservado.
       20600-INFORMAR-TOTALES.
           MOVE 'ENTRADAS LEIDAS' TO WS-CTL-TITULO
           MOVE WSV-CONT-LEIDAS TO WS-CTL-CANT
           PERFORM 20700-LINEA-CONTROL
           MOVE 'ENTRADAS ARCHIVADAS' TO WS-CTL-TITULO
           MOVE WSV-CONT-ARCHIVADAS TO WS-CTL-CANT
           PERFORM 20700-LINEA-CONTROL
           MOVE 'ENTRADAS CONSERVADAS' TO WS-CTL-TITULO
           MOVE WSV-CONT-CONSERVADAS TO WS-CTL-CANT
           PERFORM 20700-LINEA-CONTROL
           IF WSV-CONT-ARCHIVADAS > 0
              MOVE 'ENTRADAS REGRABADAS EN EL VIVO' TO WS-CTL-TITULO
              MOVE WSV-CONT-REGRABADAS TO WS-CTL-CANT
              PERFORM 20700-LINEA-CONTROL
              MOVE WSV-FECHA-DESDE TO WS-RAN-DESDE
              MOVE WSV-FECHA-HASTA TO WS-RAN-HASTA
              MOVE WS-LINEA-RANGO TO REG-REPORTE
              PERFORM 13200-ESCRIBIR-LINEA
           END-IF
           IF WSV-CONT-LEIDAS NOT =
                 WSV-CONT-ARCHIVADAS + WSV-CONT-CONSERVADAS
              OR (WSV-CONT-ARCHIVADAS > 0
                  AND WSV-CONT-REGRABADAS NOT = WSV-CONT-CONSERVADAS)
               DISPLAY 'LOS TOTALES DE CONTROL DE '
                  FUNCTION TRIM(WSV-NOMBRE-VIVO)
                  ' NO CUADRAN'
               MOVE '*** LOS TOTALES DE CONTROL NO CUADRAN ***'
                  TO WS-MSJ-TEXTO
               PERFORM 29100-MARCAR-ERROR
           ELSE
               MOVE 'TOTALES DE CONTROL CUADRADOS' TO WS-MSJ-TEXTO
           END-IF
           PERFORM 13300-ESCRIBIR-MENSAJE.

       20700-LINEA-CONTROL.
           MOVE WS-LINEA-CONTROL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

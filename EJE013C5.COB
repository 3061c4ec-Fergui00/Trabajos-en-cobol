      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C5.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Retencion de datos personales: las personas en ESTADO 'I' o
      * 'F' con FECHA-ESTADO de hace mas de N anios (ANIOSRETENCION,
      * por omision 10) se anonimizan. Se conservan DNI, PROVINCIA,
      * CIUDAD, el anio de nacimiento (FECHA-NACIMIENTO queda en
      * AAAA0101), ESTADO y FECHA-ESTADO, asi las estadisticas y el
      * reporte EJE013B5 siguen cerrando; NOMBRE pasa a la marca de
      * anonimizado y DIRECCION y TELEFONO quedan en blanco. Lo mismo
      * se hace en las imagenes de JOURNALPERSONAS y en el nombre de
      * AUDITPERSONAS de esos DNI.
      * Por omision la corrida es un simulacro: solo lista en el
      * certificado lo que anonimizaria. Con RETENCIONDEFINITIVA='S'
      * aplica los cambios. Los DNI de RETENCIONBLOQUEOS (bloqueo
      * legal) se saltean y se informan. El certificado queda en
      * RETENCIONCERTIFICADO y no lleva datos personales.
      * La corrida definitiva toma CONTROLSISTEMA como la cadena de
      * fin de dia y no arranca si otro proceso lo tiene tomado o si
      * SESIONESPERSONAS muestra sesiones interactivas abiertas: el
      * diario y la auditoria se reescriben completos. Tambien se
      * enmascaran los historicos del diario y de la auditoria
      * anotados en CATALOGOHISTORICOS (EJE013C6).
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

       SELECT BLOQUEOS          ASSIGN TO DISK 'RETENCIONBLOQUEOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-BLOQUEOS.

       SELECT AUDITORIA         ASSIGN TO DISK WSV-NOMBRE-AUDITORIA
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-AUDIT.

       SELECT DIARIO            ASSIGN TO DISK WSV-NOMBRE-DIARIO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-DIARIO.

       SELECT TRABAJO-AUDITORIA ASSIGN TO DISK 'WORKRETENCIONAUDIT'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRAB-AUDIT.

       SELECT TRABAJO-DIARIO    ASSIGN TO DISK 'WORKRETENCIONDIARIO'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRAB-DIARIO.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT SESIONES          ASSIGN TO DISK 'SESIONESPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SESIONES.

       SELECT CONTROL-SISTEMA   ASSIGN TO DISK 'CONTROLSISTEMA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLSISTEMA.

       SELECT REPORTE           ASSIGN TO DISK 'RETENCIONCERTIFICADO'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

      * DNI retenidos por bloqueo legal, con el motivo.
       FD BLOQUEOS.
       01 REG-BLOQUEO.
           05 BLQ-DNI         PIC X(08).
           05 BLQ-MOTIVO      PIC X(40).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-OPERADOR    PIC X(10).
           05 AUD-FECHA       PIC 9(8).
           05 AUD-HORA        PIC 9(8).
           05 AUD-DNI         PIC 9(8).
           05 AUD-PROVINCIA   PIC X(23).
           05 AUD-CIUDAD      PIC X(20).
           05 AUD-NOMBRE      PIC X(25).
           05 AUD-OPE-SOLICITA PIC X(10).

       FD DIARIO.
       01 REG-DIARIO.
           05 DIA-FECHA       PIC 9(8).
           05 DIA-HORA        PIC 9(8).
           05 DIA-OPERADOR    PIC X(10).
           05 DIA-ACCION      PIC X(01).
           05 DIA-IMAGEN-ANTES   PIC X(138).
           05 DIA-IMAGEN-DESPUES PIC X(138).
           05 DIA-OPE-SOLICITA   PIC X(10).

       FD TRABAJO-AUDITORIA.
       01 REG-TRABAJO-AUDITORIA PIC X(112).

       FD TRABAJO-DIARIO.
       01 REG-TRABAJO-DIARIO PIC X(313).

      * Historicos archivados por EJE013C6.
       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-TIPO        PIC X(01).
              88 CAT-DIARIO      VALUE 'D'.
              88 CAT-AUDITORIA   VALUE 'A'.
           05 CAT-ARCHIVO     PIC X(30).
           05 CAT-FECHA-DESDE PIC 9(08).
           05 CAT-FECHA-HASTA PIC 9(08).
           05 CAT-CANTIDAD    PIC 9(08).
           05 CAT-FECHA-PROC  PIC 9(08).

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

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSS-FS-BLOQUEOS          PIC X(02).
          88 WSS-FS-BLOQUEOS-OK     VALUE '00'.
          88 WSS-FS-BLOQUEOS-NOEXISTE VALUE '35'.

       01 WSS-FS-AUDIT             PIC X(02).
          88 WSS-FS-AUDIT-OK        VALUE '00'.
          88 WSS-FS-AUDIT-NOEXISTE  VALUE '35'.

       01 WSS-FS-DIARIO            PIC X(02).
          88 WSS-FS-DIARIO-OK       VALUE '00'.
          88 WSS-FS-DIARIO-NOEXISTE VALUE '35'.

       01 WSS-FS-TRAB-AUDIT        PIC X(02).
          88 WSS-FS-TRAB-AUDIT-OK   VALUE '00'.

       01 WSS-FS-TRAB-DIARIO       PIC X(02).
          88 WSS-FS-TRAB-DIARIO-OK  VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.
          88 WSS-FS-CATALOGO-NOEXISTE VALUE '35'.

       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.

       01 WSS-FS-CTLSISTEMA        PIC X(02).
          88 WSS-FS-CTLSISTEMA-OK   VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-MAESTRO       PIC X(01) VALUE 'N'.
          88 WSV-FIN-MAESTRO        VALUE 'S'.

       01 WSV-SW-FIN-BLOQUEOS      PIC X(01) VALUE 'N'.
          88 WSV-FIN-BLOQUEOS       VALUE 'S'.

       01 WSV-SW-FIN-ARCHIVO       PIC X(01).
          88 WSV-FIN-ARCHIVO        VALUE 'S'.

       01 WSV-SW-DEFINITIVA        PIC X(01) VALUE 'N'.
          88 WSV-CORRIDA-DEFINITIVA VALUE 'S'.

       01 WSV-SW-ENCONTRADO        PIC X(01).
          88 WSV-DNI-ENCONTRADO     VALUE 'S'.

       01 WSV-SW-TABLA-LLENA       PIC X(01) VALUE 'N'.
          88 WSV-TABLA-LLENA        VALUE 'S'.

       01 WSV-SW-TOCADO            PIC X(01).
          88 WSV-LINEA-TOCADA       VALUE 'S'.

       01 WSV-SW-COPIA             PIC X(01).
          88 WSV-COPIA-OK           VALUE 'S'.

       01 WSV-SW-DEPURADO          PIC X(01).
          88 WSV-ARCHIVO-DEPURADO   VALUE 'S'.

      * Si una copia de trabajo no se pudo reponer queda como unica
      * copia enmascarada completa: no se reutiliza para otro archivo.
       01 WSV-SW-REPOSICION        PIC X(01) VALUE SPACE.
          88 WSV-REPOSICION-FALLIDA VALUE 'S'.

       01 WSV-SW-FIN-CATALOGO      PIC X(01).
          88 WSV-FIN-CATALOGO       VALUE 'S'.

       01 WSV-SW-FIN-SESIONES      PIC X(01).
          88 WSV-FIN-SESIONES       VALUE 'S'.

       01 WSV-SW-BLOQUEO           PIC X(01) VALUE SPACE.
          88 WSV-SISTEMA-BLOQUEADO  VALUE 'S'.

      * Codigo de retorno: 0 = limpia, 4 = hubo bloqueos legales,
      * personas sin fecha de estado o quedaron personas para la
      * proxima corrida, 8 = errores de grabacion, 16 = cancelada.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-OPERADOR             PIC X(10).
       01 WSV-ESTADO-SISTEMA       PIC X(01).
       01 WSV-DEFINITIVA-PARAM     PIC X(01).
       01 WSV-ANIOS-PARAM          PIC X(03).
       01 WSV-ANIOS-RETENCION      PIC 9(03) VALUE 10.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-LIMITE         PIC 9(08).
       01 WSV-FECHA-LIMITE-PARTES REDEFINES WSV-FECHA-LIMITE.
           05 WSV-LIM-ANIO         PIC 9(04).
           05 WSV-LIM-MES          PIC 9(02).
           05 WSV-LIM-DIA          PIC 9(02).

      * Marca que queda en NOMBRE; tambien sirve para no volver a
      * procesar a quien ya fue anonimizado.
       01 WSV-MARCA-ANONIMO        PIC X(25)
                                   VALUE 'DATOS ANONIMIZADOS'.

       01 WSV-IMAGEN               PIC X(138).
       01 WSV-IMAGEN-PARTES REDEFINES WSV-IMAGEN.
           05 WSV-IMG-DNI          PIC X(08).
           05 WSV-IMG-PROVINCIA    PIC X(23).
           05 WSV-IMG-CIUDAD       PIC X(20).
           05 WSV-IMG-NOMBRE       PIC X(25).
           05 WSV-IMG-FECHA-NAC.
               10 WSV-IMG-ANIO-NAC PIC X(04).
               10 WSV-IMG-MMDD-NAC PIC X(04).
           05 WSV-IMG-DIRECCION    PIC X(30).
           05 WSV-IMG-TELEFONO     PIC X(15).
           05 WSV-IMG-ESTADO       PIC X(01).
           05 WSV-IMG-FECHA-ESTADO PIC X(08).

       01 WSV-DNI-BUSCADO          PIC 9(08).
       01 WSV-DNI-X                PIC X(08).
       01 WSV-RESULTADO            PIC X(40).
       01 WSV-MOTIVO-BLOQUEO       PIC X(40).

       01 WSV-CANT-BLOQUEOS        PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-BLQ              PIC 9(4) COMP.

       01 WSV-TABLA-BLOQUEOS.
           05 WSV-BLOQUEO-ITEM OCCURS 2000 TIMES.
               10 WSV-BLQ-DNI      PIC X(08).
               10 WSV-BLQ-MOTIVO   PIC X(40).

      * DNI a enmascarar: los anonimizados en esta corrida y, en la
      * definitiva, tambien los que ya tenian la marca, por si una
      * corrida anterior no llego a reponer el diario, la auditoria
      * o algun historico. El maestro se lee por clave, asi que la
      * tabla queda ordenada para SEARCH ALL.
       01 WSV-CANT-ANONIMIZADOS    PIC 9(8) COMP VALUE 0.
       01 WSV-TABLA-ANONIMIZADOS.
           05 WSV-ANON-ITEM OCCURS 1 TO 200000 TIMES
                 DEPENDING ON WSV-CANT-ANONIMIZADOS
                 ASCENDING KEY IS WSV-ANON-DNI
                 INDEXED BY WSV-IDX-ANON.
               10 WSV-ANON-DNI     PIC 9(08).

      * Diario y auditoria que se enmascaran: los vivos y despues
      * cada historico del catalogo.
       01 WSV-NOMBRE-DIARIO        PIC X(30) VALUE 'JOURNALPERSONAS'.
       01 WSV-NOMBRE-AUDITORIA     PIC X(30) VALUE 'AUDITPERSONAS'.

      * Sesiones abiertas por operador, igual que en EJE013C6.
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

       01 WSV-CONT-LEIDOS          PIC 9(8) VALUE 0.
       01 WSV-CONT-VENCIDOS        PIC 9(8) VALUE 0.
       01 WSV-CONT-ANONIMIZADOS    PIC 9(8) VALUE 0.
       01 WSV-CONT-YA-ANONIMOS     PIC 9(8) VALUE 0.
       01 WSV-CONT-BLOQUEADOS      PIC 9(8) VALUE 0.
       01 WSV-CONT-SIN-FECHA       PIC 9(8) VALUE 0.
       01 WSV-CONT-ERRORES         PIC 9(8) VALUE 0.
       01 WSV-CONT-DIARIO-LEIDOS   PIC 9(8) VALUE 0.
       01 WSV-CONT-DIARIO-TOCADOS  PIC 9(8) VALUE 0.
       01 WSV-CONT-AUDIT-LEIDOS    PIC 9(8) VALUE 0.
       01 WSV-CONT-AUDIT-TOCADOS   PIC 9(8) VALUE 0.
       01 WSV-CONT-HISTORICOS      PIC 9(8) VALUE 0.
       01 WSV-CONT-HIST-ERRORES    PIC 9(8) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(44) VALUE
              'CERTIFICADO DE RETENCION DE DATOS PERSONALES'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TIT-MODO PIC X(20).
           05 FILLER PIC X(8) VALUE ' FECHA: '.
           05 WS-TIT-FECHA PIC 9(08).

       01 WS-LINEA-PARAMETROS.
           05 FILLER PIC X(19) VALUE 'ANIOS DE RETENCION '.
           05 WS-PAR-ANIOS PIC ZZ9.
           05 FILLER PIC X(33) VALUE
              '  ESTADO I/F CON FECHA-ESTADO AL '.
           05 WS-PAR-LIMITE PIC 9(08).
           05 FILLER PIC X(13) VALUE ' O ANTERIOR'.

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(9) VALUE 'DNI'.
           05 FILLER PIC X(24) VALUE 'PROVINCIA'.
           05 FILLER PIC X(21) VALUE 'CIUDAD'.
           05 FILLER PIC X(3) VALUE 'E'.
           05 FILLER PIC X(9) VALUE 'FEC.EST.'.
           05 FILLER PIC X(9) VALUE 'RESULTADO'.

       01 WS-LINEA-DETALLE.
           05 WS-DET-DNI PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-PROVINCIA PIC X(23).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-CIUDAD PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-ESTADO PIC X(01).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-FECHA-ESTADO PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-RESULTADO PIC X(40).

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

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO PIC X(45).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TOT-CANT PIC ZZ,ZZZ,ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 11000-CARGAR-BLOQUEOS
           IF WSV-CORRIDA-DEFINITIVA
              PERFORM 11500-BLOQUEAR-SISTEMA
           END-IF
           PERFORM 12000-ABRIR-ARCHIVOS
           MOVE LOW-VALUES TO SALIDA-CLAVE
           START SALIDA KEY IS NOT LESS THAN SALIDA-CLAVE
               INVALID KEY
                   SET WSV-FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL WSV-FIN-MAESTRO
               READ SALIDA NEXT RECORD
                   AT END
                       SET WSV-FIN-MAESTRO TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CONT-LEIDOS
                       PERFORM 20000-PROCESAR-PERSONA
               END-READ
           END-PERFORM
           CLOSE SALIDA
           IF WSV-CORRIDA-DEFINITIVA
              CLOSE AUDITORIA
              CLOSE DIARIO
              IF WSV-CANT-ANONIMIZADOS > 0
                 PERFORM 30000-DEPURAR-DIARIO
                 PERFORM 31000-DEPURAR-AUDITORIA
                 PERFORM 32000-DEPURAR-HISTORICOS
              END-IF
           END-IF
           PERFORM 50000-IMPRIMIR-TOTALES
           CLOSE REPORTE
           IF WSV-SISTEMA-BLOQUEADO
              PERFORM 11900-DESBLOQUEAR-SISTEMA
           END-IF
           DISPLAY 'RETENCION DE DATOS FINALIZADA ' WS-TIT-MODO
           DISPLAY 'PERSONAS LEIDAS:          ' WSV-CONT-LEIDOS
           DISPLAY 'VENCIDAS:                 ' WSV-CONT-VENCIDOS
           DISPLAY 'ANONIMIZADAS:             ' WSV-CONT-ANONIMIZADOS
           DISPLAY 'RETENIDAS POR BLOQUEO:    ' WSV-CONT-BLOQUEADOS
           DISPLAY 'ERRORES DE GRABACION:     ' WSV-CONT-ERRORES
           IF WSV-CORRIDA-DEFINITIVA
              DISPLAY 'YA ANONIMIZADAS:          ' WSV-CONT-YA-ANONIMOS
              DISPLAY 'HISTORICOS ENMASCARADOS:  ' WSV-CONT-HISTORICOS
           END-IF
           DISPLAY 'CERTIFICADO EN RETENCIONCERTIFICADO'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

      * La fecha limite es la de hoy N anios atras; un 29 de febrero
      * pasa al 28 para que sea una fecha valida.
       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-ANIOS-PARAM FROM ENVIRONMENT "ANIOSRETENCION"
           IF WSV-ANIOS-PARAM NOT = SPACES
              IF FUNCTION TRIM(WSV-ANIOS-PARAM) NUMERIC
                 COMPUTE WSV-ANIOS-RETENCION =
                    FUNCTION NUMVAL(WSV-ANIOS-PARAM)
              ELSE
                 DISPLAY 'ANIOSRETENCION INVALIDO, SE CANCELA LA '
                    'CORRIDA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WSV-ANIOS-RETENCION = 0
              DISPLAY 'ANIOSRETENCION NO PUEDE SER CERO, SE CANCELA '
                 'LA CORRIDA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-FECHA-HOY TO WSV-FECHA-LIMITE
           SUBTRACT WSV-ANIOS-RETENCION FROM WSV-LIM-ANIO
           IF WSV-LIM-MES = 2 AND WSV-LIM-DIA = 29
              MOVE 28 TO WSV-LIM-DIA
           END-IF
           ACCEPT WSV-DEFINITIVA-PARAM FROM ENVIRONMENT
              "RETENCIONDEFINITIVA"
           IF WSV-DEFINITIVA-PARAM = 'S'
              SET WSV-CORRIDA-DEFINITIVA TO TRUE
              MOVE 'CORRIDA DEFINITIVA' TO WS-TIT-MODO
           ELSE
              MOVE 'SIMULACRO' TO WS-TIT-MODO
           END-IF
           ACCEPT WSV-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF WSV-OPERADOR = SPACES
              MOVE 'RETENCION' TO WSV-OPERADOR
           END-IF.

       11000-CARGAR-BLOQUEOS.
           OPEN INPUT BLOQUEOS
           IF WSS-FS-BLOQUEOS-NOEXISTE
              DISPLAY 'NO HAY RETENCIONBLOQUEOS, NINGUN DNI CON '
                 'BLOQUEO LEGAL'
           ELSE
              IF NOT WSS-FS-BLOQUEOS-OK
                 DISPLAY 'ERROR DE ARCHIVO DE BLOQUEOS'
                 DISPLAY 'FILE STATUS' WSS-FS-BLOQUEOS
                 DISPLAY 'NO SE PUEDE CORRER SIN LOS BLOQUEOS LEGALES'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WSV-FIN-BLOQUEOS
                  READ BLOQUEOS
                      AT END
                          SET WSV-FIN-BLOQUEOS TO TRUE
                      NOT AT END
                          IF WSV-CANT-BLOQUEOS < 2000
                             ADD 1 TO WSV-CANT-BLOQUEOS
                             MOVE BLQ-DNI
                                TO WSV-BLQ-DNI(WSV-CANT-BLOQUEOS)
                             MOVE BLQ-MOTIVO
                                TO WSV-BLQ-MOTIVO(WSV-CANT-BLOQUEOS)
                          ELSE
                             DISPLAY 'MAS DE 2000 BLOQUEOS LEGALES, '
                                'SE CANCELA LA CORRIDA'
                             CLOSE BLOQUEOS
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BLOQUEOS
           END-IF.

      * Mismo bloqueo que la cadena de fin de dia y EJE013C6: si el
      * sistema ya esta no disponible es que otro proceso lo tiene
      * tomado; con sesiones abiertas se libera y no se corre.
       11500-BLOQUEAR-SISTEMA.
           OPEN INPUT CONTROL-SISTEMA
           IF WSS-FS-CTLSISTEMA-OK
              READ CONTROL-SISTEMA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CSI-NO-DISPONIBLE
                       DISPLAY 'EL SISTEMA YA ESTA NO DISPONIBLE DESDE '
                          CSI-FECHA ' ' CSI-HORA ': ' CSI-MOTIVO
                       DISPLAY 'SISTEMA TOMADO POR OTRO PROCESO, NO SE '
                          'ANONIMIZA'
                       MOVE 16 TO WSV-COD-RETORNO
                    END-IF
              END-READ
              CLOSE CONTROL-SISTEMA
           END-IF
           IF WSV-COD-RETORNO < 16
              MOVE 'N' TO WSV-ESTADO-SISTEMA
              PERFORM 11800-GRABAR-CONTROL-SISTEMA
              SET WSV-SISTEMA-BLOQUEADO TO TRUE
              PERFORM 11600-VERIFICAR-SESIONES
              IF WSV-CANT-ABIERTAS > 0
                 PERFORM 11700-INFORMAR-SESIONES
                 DISPLAY 'HAY ' WSV-CANT-ABIERTAS ' OPERADORES CON '
                    'SESION ABIERTA, NO SE ANONIMIZA. CIERRELAS O '
                    'FUERCE EL CIERRE CON EJE013C4'
                 PERFORM 11900-DESBLOQUEAR-SISTEMA
                 MOVE 16 TO WSV-COD-RETORNO
              END-IF
           END-IF
           IF WSV-COD-RETORNO = 16
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       11600-VERIFICAR-SESIONES.
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
                          PERFORM 11610-CONTAR-SESION
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

       11610-CONTAR-SESION.
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

       11700-INFORMAR-SESIONES.
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  MOVE WSV-SES-OPERADOR(WSV-IDX-SES) TO WS-SES-OPERADOR
                  MOVE WSV-SES-FECHA(WSV-IDX-SES) TO WS-SES-FECHA
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(1:2) TO WS-SES-HH
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(3:2) TO WS-SES-MM
                  MOVE WSV-SES-ABIERTAS(WSV-IDX-SES) TO WS-SES-CANT
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
              MOVE 'RETENCION DE DATOS EJE013C5' TO CSI-MOTIVO
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

       12000-ABRIR-ARCHIVOS.
           IF WSV-CORRIDA-DEFINITIVA
              OPEN I-O SALIDA
           ELSE
              OPEN INPUT SALIDA
           END-IF
           IF NOT WSS-FS-SALIDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              IF WSV-SISTEMA-BLOQUEADO
                 PERFORM 11900-DESBLOQUEAR-SISTEMA
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              CLOSE SALIDA
              IF WSV-SISTEMA-BLOQUEADO
                 PERFORM 11900-DESBLOQUEAR-SISTEMA
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WSV-CORRIDA-DEFINITIVA
              OPEN EXTEND AUDITORIA
              IF WSS-FS-AUDIT-NOEXISTE
                 OPEN OUTPUT AUDITORIA
                 CLOSE AUDITORIA
                 OPEN EXTEND AUDITORIA
              END-IF
              IF NOT WSS-FS-AUDIT-OK
                 DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
                 DISPLAY 'FILE STATUS' WSS-FS-AUDIT
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
              OPEN EXTEND DIARIO
              IF WSS-FS-DIARIO-NOEXISTE
                 OPEN OUTPUT DIARIO
                 CLOSE DIARIO
                 OPEN EXTEND DIARIO
              END-IF
              IF NOT WSS-FS-DIARIO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
                 DISPLAY 'FILE STATUS' WSS-FS-DIARIO
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
           END-IF
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WSV-ANIOS-RETENCION TO WS-PAR-ANIOS
           MOVE WSV-FECHA-LIMITE TO WS-PAR-LIMITE
           MOVE WS-LINEA-PARAMETROS TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       13200-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

       20000-PROCESAR-PERSONA.
           IF WSV-CORRIDA-DEFINITIVA
              AND NOMBRE = WSV-MARCA-ANONIMO
               PERFORM 20200-AGREGAR-YA-ANONIMO
           END-IF
           IF (ESTADO-INACTIVO OR ESTADO-FALLECIDO)
              AND NOMBRE NOT = WSV-MARCA-ANONIMO
               IF FECHA-ESTADO = 0
                  ADD 1 TO WSV-CONT-SIN-FECHA
                  MOVE 'SIN FECHA DE ESTADO, NO SE PROCESA'
                     TO WSV-RESULTADO
                  PERFORM 29000-MARCAR-ADVERTENCIA
                  PERFORM 24000-GRABAR-CERTIFICADO
               ELSE
                  IF FECHA-ESTADO NOT > WSV-FECHA-LIMITE
                     ADD 1 TO WSV-CONT-VENCIDOS
                     PERFORM 20100-VERIFICAR-BLOQUEO
                     IF WSV-DNI-ENCONTRADO
                        ADD 1 TO WSV-CONT-BLOQUEADOS
                        MOVE 'BLOQUEO LEGAL: ' TO WSV-RESULTADO
                        MOVE WSV-MOTIVO-BLOQUEO
                           TO WSV-RESULTADO(16:25)
                        PERFORM 29000-MARCAR-ADVERTENCIA
                        PERFORM 24000-GRABAR-CERTIFICADO
                     ELSE
                        PERFORM 21000-ANONIMIZAR
                     END-IF
                  END-IF
               END-IF
           END-IF.

       20100-VERIFICAR-BLOQUEO.
           MOVE SPACES TO WSV-SW-ENCONTRADO
           MOVE DNI TO WSV-DNI-X
           PERFORM VARYING WSV-IDX-BLQ FROM 1 BY 1
                 UNTIL WSV-IDX-BLQ > WSV-CANT-BLOQUEOS
                    OR WSV-DNI-ENCONTRADO
               IF WSV-BLQ-DNI(WSV-IDX-BLQ) = WSV-DNI-X
                  SET WSV-DNI-ENCONTRADO TO TRUE
                  MOVE WSV-BLQ-MOTIVO(WSV-IDX-BLQ)
                     TO WSV-MOTIVO-BLOQUEO
               END-IF
           END-PERFORM.

      * El maestro no se toca; solo entra a la tabla para que el
      * enmascarado del diario, la auditoria y los historicos lo
      * alcance.
       20200-AGREGAR-YA-ANONIMO.
           IF WSV-CANT-ANONIMIZADOS >= 200000
              PERFORM 21050-AVISAR-TABLA-LLENA
           ELSE
              ADD 1 TO WSV-CANT-ANONIMIZADOS
              MOVE DNI TO WSV-ANON-DNI(WSV-CANT-ANONIMIZADOS)
              ADD 1 TO WSV-CONT-YA-ANONIMOS
           END-IF.

      * En simulacro solo se lista. En definitiva el registro se
      * regraba enmascarado con su linea de auditoria y su entrada
      * 'M' en el diario; la imagen anterior del diario tambien va
      * enmascarada, asi EJE013A3 exporta el cambio y EJE013B4 lo
      * sabe reaplicar sin que quede el dato personal.
       21000-ANONIMIZAR.
           IF WSV-CANT-ANONIMIZADOS >= 200000
              PERFORM 21050-AVISAR-TABLA-LLENA
           ELSE
              IF NOT WSV-CORRIDA-DEFINITIVA
                 ADD 1 TO WSV-CANT-ANONIMIZADOS
                 MOVE DNI TO WSV-ANON-DNI(WSV-CANT-ANONIMIZADOS)
                 ADD 1 TO WSV-CONT-ANONIMIZADOS
                 MOVE 'SE ANONIMIZARIA' TO WSV-RESULTADO
                 PERFORM 24000-GRABAR-CERTIFICADO
              ELSE
                 MOVE REG-SALIDA TO WSV-IMAGEN
                 PERFORM 21100-ENMASCARAR-IMAGEN
                 MOVE WSV-IMAGEN TO REG-SALIDA
                 REWRITE REG-SALIDA
                 IF WSS-FS-SALIDA-OK
                    ADD 1 TO WSV-CANT-ANONIMIZADOS
                    MOVE DNI TO WSV-ANON-DNI(WSV-CANT-ANONIMIZADOS)
                    ADD 1 TO WSV-CONT-ANONIMIZADOS
                    PERFORM 22000-GRABAR-AUDITORIA
                    PERFORM 23000-GRABAR-DIARIO
                    MOVE 'ANONIMIZADO' TO WSV-RESULTADO
                 ELSE
                    ADD 1 TO WSV-CONT-ERRORES
                    DISPLAY 'ERROR DE ARCHIVO DE SALIDA, DNI ' DNI
                    DISPLAY 'FILE STATUS' WSS-FS-SALIDA
                    PERFORM 29100-MARCAR-ERROR
                    MOVE 'ERROR AL REGRABAR, NO SE ANONIMIZO'
                       TO WSV-RESULTADO
                 END-IF
                 PERFORM 24000-GRABAR-CERTIFICADO
              END-IF
           END-IF.

       21050-AVISAR-TABLA-LLENA.
           IF NOT WSV-TABLA-LLENA
              DISPLAY 'MAS DE 200000 DNI PARA ENMASCARAR, LAS '
                 'PERSONAS RESTANTES QUEDAN PARA LA PROXIMA CORRIDA'
              SET WSV-TABLA-LLENA TO TRUE
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

      * Enmascara WSV-IMAGEN (layout PERSONA) dejando DNI, provincia,
      * ciudad, anio de nacimiento, estado y fecha de estado.
       21100-ENMASCARAR-IMAGEN.
           MOVE WSV-MARCA-ANONIMO TO WSV-IMG-NOMBRE
           IF WSV-IMG-FECHA-NAC NUMERIC
              AND WSV-IMG-FECHA-NAC NOT = '00000000'
               MOVE '0101' TO WSV-IMG-MMDD-NAC
           END-IF
           MOVE SPACES TO WSV-IMG-DIRECCION
           MOVE SPACES TO WSV-IMG-TELEFONO.

       22000-GRABAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE WSV-OPERADOR TO AUD-OPERADOR
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE DNI TO AUD-DNI
           MOVE PROVINCIA TO AUD-PROVINCIA
           MOVE CIUDAD TO AUD-CIUDAD
           MOVE NOMBRE TO AUD-NOMBRE
           WRITE REG-AUDITORIA
           IF NOT WSS-FS-AUDIT-OK
              DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS' WSS-FS-AUDIT
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

       23000-GRABAR-DIARIO.
           MOVE SPACES TO REG-DIARIO
           ACCEPT DIA-FECHA FROM DATE YYYYMMDD
           ACCEPT DIA-HORA FROM TIME
           MOVE WSV-OPERADOR TO DIA-OPERADOR
           MOVE 'M' TO DIA-ACCION
           MOVE REG-SALIDA TO DIA-IMAGEN-ANTES
           MOVE REG-SALIDA TO DIA-IMAGEN-DESPUES
           WRITE REG-DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              DISPLAY 'FILE STATUS' WSS-FS-DIARIO
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

       24000-GRABAR-CERTIFICADO.
           MOVE DNI TO WS-DET-DNI
           MOVE PROVINCIA TO WS-DET-PROVINCIA
           MOVE CIUDAD TO WS-DET-CIUDAD
           MOVE ESTADO TO WS-DET-ESTADO
           MOVE FECHA-ESTADO TO WS-DET-FECHA-ESTADO
           MOVE WSV-RESULTADO TO WS-DET-RESULTADO
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.

      * El diario (el vivo o un historico, segun WSV-NOMBRE-DIARIO)
      * se copia enmascarado a WORKRETENCIONDIARIO y despues se copia
      * de vuelta. Si falla la vuelta, la copia de trabajo queda
      * completa para reponerlo a mano.
       30000-DEPURAR-DIARIO.
           MOVE SPACES TO WSV-SW-DEPURADO
           OPEN INPUT DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              DISPLAY 'FILE STATUS' WSS-FS-DIARIO
              PERFORM 29100-MARCAR-ERROR
           ELSE
              OPEN OUTPUT TRABAJO-DIARIO
              IF NOT WSS-FS-TRAB-DIARIO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DEL DIARIO'
                 DISPLAY 'FILE STATUS' WSS-FS-TRAB-DIARIO
                 CLOSE DIARIO
                 PERFORM 29100-MARCAR-ERROR
              ELSE
                 SET WSV-COPIA-OK TO TRUE
                 MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                 PERFORM UNTIL WSV-FIN-ARCHIVO
                     READ DIARIO
                         AT END
                             SET WSV-FIN-ARCHIVO TO TRUE
                         NOT AT END
                             ADD 1 TO WSV-CONT-DIARIO-LEIDOS
                             PERFORM 30100-ENMASCARAR-DIARIO
                             WRITE REG-TRABAJO-DIARIO FROM REG-DIARIO
                             IF NOT WSS-FS-TRAB-DIARIO-OK
                                MOVE SPACES TO WSV-SW-COPIA
                                SET WSV-FIN-ARCHIVO TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE DIARIO
                 CLOSE TRABAJO-DIARIO
                 IF WSV-COPIA-OK
                    PERFORM 30200-REPONER-DIARIO
                 ELSE
                    DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DEL DIARIO'
                    DISPLAY 'FILE STATUS' WSS-FS-TRAB-DIARIO
                    DISPLAY WSV-NOMBRE-DIARIO ' NO SE MODIFICO'
                    PERFORM 29100-MARCAR-ERROR
                 END-IF
              END-IF
           END-IF.

       30100-ENMASCARAR-DIARIO.
           MOVE SPACES TO WSV-SW-TOCADO
           IF DIA-IMAGEN-ANTES(1:8) NUMERIC
              MOVE DIA-IMAGEN-ANTES(1:8) TO WSV-DNI-BUSCADO
              PERFORM 35000-BUSCAR-ANONIMIZADO
              IF WSV-DNI-ENCONTRADO
                 MOVE DIA-IMAGEN-ANTES TO WSV-IMAGEN
                 PERFORM 21100-ENMASCARAR-IMAGEN
                 IF WSV-IMAGEN NOT = DIA-IMAGEN-ANTES
                    MOVE WSV-IMAGEN TO DIA-IMAGEN-ANTES
                    SET WSV-LINEA-TOCADA TO TRUE
                 END-IF
              END-IF
           END-IF
           IF DIA-IMAGEN-DESPUES(1:8) NUMERIC
              MOVE DIA-IMAGEN-DESPUES(1:8) TO WSV-DNI-BUSCADO
              PERFORM 35000-BUSCAR-ANONIMIZADO
              IF WSV-DNI-ENCONTRADO
                 MOVE DIA-IMAGEN-DESPUES TO WSV-IMAGEN
                 PERFORM 21100-ENMASCARAR-IMAGEN
                 IF WSV-IMAGEN NOT = DIA-IMAGEN-DESPUES
                    MOVE WSV-IMAGEN TO DIA-IMAGEN-DESPUES
                    SET WSV-LINEA-TOCADA TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WSV-LINEA-TOCADA
              ADD 1 TO WSV-CONT-DIARIO-TOCADOS
           END-IF.

       30200-REPONER-DIARIO.
           OPEN INPUT TRABAJO-DIARIO
           OPEN OUTPUT DIARIO
           IF NOT WSS-FS-TRAB-DIARIO-OK OR NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR AL REPONER ' WSV-NOMBRE-DIARIO
              DISPLAY 'LA COPIA ENMASCARADA COMPLETA QUEDO EN '
                 'WORKRETENCIONDIARIO'
              PERFORM 29100-MARCAR-ERROR
              SET WSV-REPOSICION-FALLIDA TO TRUE
           ELSE
              SET WSV-ARCHIVO-DEPURADO TO TRUE
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ TRABAJO-DIARIO
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          WRITE REG-DIARIO FROM REG-TRABAJO-DIARIO
                          IF NOT WSS-FS-DIARIO-OK
                             DISPLAY 'ERROR AL REPONER '
                                WSV-NOMBRE-DIARIO
                             DISPLAY 'LA COPIA ENMASCARADA COMPLETA '
                                'QUEDO EN WORKRETENCIONDIARIO'
                             PERFORM 29100-MARCAR-ERROR
                             SET WSV-REPOSICION-FALLIDA TO TRUE
                             MOVE SPACES TO WSV-SW-DEPURADO
                             SET WSV-FIN-ARCHIVO TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE TRABAJO-DIARIO
           CLOSE DIARIO.

       31000-DEPURAR-AUDITORIA.
           MOVE SPACES TO WSV-SW-DEPURADO
           OPEN INPUT AUDITORIA
           IF NOT WSS-FS-AUDIT-OK
              DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS' WSS-FS-AUDIT
              PERFORM 29100-MARCAR-ERROR
           ELSE
              OPEN OUTPUT TRABAJO-AUDITORIA
              IF NOT WSS-FS-TRAB-AUDIT-OK
                 DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE AUDITORIA'
                 DISPLAY 'FILE STATUS' WSS-FS-TRAB-AUDIT
                 CLOSE AUDITORIA
                 PERFORM 29100-MARCAR-ERROR
              ELSE
                 SET WSV-COPIA-OK TO TRUE
                 MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                 PERFORM UNTIL WSV-FIN-ARCHIVO
                     READ AUDITORIA
                         AT END
                             SET WSV-FIN-ARCHIVO TO TRUE
                         NOT AT END
                             ADD 1 TO WSV-CONT-AUDIT-LEIDOS
                             PERFORM 31100-ENMASCARAR-AUDITORIA
                             WRITE REG-TRABAJO-AUDITORIA
                                FROM REG-AUDITORIA
                             IF NOT WSS-FS-TRAB-AUDIT-OK
                                MOVE SPACES TO WSV-SW-COPIA
                                SET WSV-FIN-ARCHIVO TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE AUDITORIA
                 CLOSE TRABAJO-AUDITORIA
                 IF WSV-COPIA-OK
                    PERFORM 31200-REPONER-AUDITORIA
                 ELSE
                    DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE AUDITORIA'
                    DISPLAY 'FILE STATUS' WSS-FS-TRAB-AUDIT
                    DISPLAY WSV-NOMBRE-AUDITORIA ' NO SE MODIFICO'
                    PERFORM 29100-MARCAR-ERROR
                 END-IF
              END-IF
           END-IF.

       31100-ENMASCARAR-AUDITORIA.
           MOVE SPACES TO WSV-SW-ENCONTRADO
           IF AUD-DNI NUMERIC
              MOVE AUD-DNI TO WSV-DNI-BUSCADO
              PERFORM 35000-BUSCAR-ANONIMIZADO
              IF WSV-DNI-ENCONTRADO
                 AND AUD-NOMBRE NOT = WSV-MARCA-ANONIMO
                  MOVE WSV-MARCA-ANONIMO TO AUD-NOMBRE
                  ADD 1 TO WSV-CONT-AUDIT-TOCADOS
              END-IF
           END-IF.

       31200-REPONER-AUDITORIA.
           OPEN INPUT TRABAJO-AUDITORIA
           OPEN OUTPUT AUDITORIA
           IF NOT WSS-FS-TRAB-AUDIT-OK OR NOT WSS-FS-AUDIT-OK
              DISPLAY 'ERROR AL REPONER ' WSV-NOMBRE-AUDITORIA
              DISPLAY 'LA COPIA ENMASCARADA COMPLETA QUEDO EN '
                 'WORKRETENCIONAUDIT'
              PERFORM 29100-MARCAR-ERROR
              SET WSV-REPOSICION-FALLIDA TO TRUE
           ELSE
              SET WSV-ARCHIVO-DEPURADO TO TRUE
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ TRABAJO-AUDITORIA
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          WRITE REG-AUDITORIA
                             FROM REG-TRABAJO-AUDITORIA
                          IF NOT WSS-FS-AUDIT-OK
                             DISPLAY 'ERROR AL REPONER '
                                WSV-NOMBRE-AUDITORIA
                             DISPLAY 'LA COPIA ENMASCARADA COMPLETA '
                                'QUEDO EN WORKRETENCIONAUDIT'
                             PERFORM 29100-MARCAR-ERROR
                             SET WSV-REPOSICION-FALLIDA TO TRUE
                             MOVE SPACES TO WSV-SW-DEPURADO
                             SET WSV-FIN-ARCHIVO TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE TRABAJO-AUDITORIA
           CLOSE AUDITORIA.

      * Cada historico del catalogo pasa por la misma copia de
      * trabajo que el archivo vivo de su tipo. Las sesiones
      * archivadas no llevan datos personales y se saltean.
       32000-DEPURAR-HISTORICOS.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-NOEXISTE
              DISPLAY 'NO HAY CATALOGOHISTORICOS, NO HAY HISTORICOS '
                 'PARA ENMASCARAR'
           ELSE
              IF NOT WSS-FS-CATALOGO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
                 DISPLAY 'FILE STATUS' WSS-FS-CATALOGO
                 DISPLAY 'LOS HISTORICOS NO SE ENMASCARARON'
                 PERFORM 29100-MARCAR-ERROR
              ELSE
                 MOVE SPACES TO WSV-SW-FIN-CATALOGO
                 PERFORM UNTIL WSV-FIN-CATALOGO
                     READ CATALOGO
                         AT END
                             SET WSV-FIN-CATALOGO TO TRUE
                         NOT AT END
                             PERFORM 32100-DEPURAR-HISTORICO
                     END-READ
                 END-PERFORM
                 CLOSE CATALOGO
              END-IF
           END-IF
           MOVE 'JOURNALPERSONAS' TO WSV-NOMBRE-DIARIO
           MOVE 'AUDITPERSONAS' TO WSV-NOMBRE-AUDITORIA.

       32100-DEPURAR-HISTORICO.
           IF (CAT-DIARIO OR CAT-AUDITORIA)
              AND WSV-REPOSICION-FALLIDA
               ADD 1 TO WSV-CONT-HIST-ERRORES
               DISPLAY 'NO SE ENMASCARA EL HISTORICO ' CAT-ARCHIVO
               DISPLAY 'HAY UNA COPIA DE TRABAJO PENDIENTE DE REPONER'
               PERFORM 29100-MARCAR-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN CAT-DIARIO
                       MOVE CAT-ARCHIVO TO WSV-NOMBRE-DIARIO
                       PERFORM 30000-DEPURAR-DIARIO
                       PERFORM 32200-CONTAR-HISTORICO
                   WHEN CAT-AUDITORIA
                       MOVE CAT-ARCHIVO TO WSV-NOMBRE-AUDITORIA
                       PERFORM 31000-DEPURAR-AUDITORIA
                       PERFORM 32200-CONTAR-HISTORICO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       32200-CONTAR-HISTORICO.
           IF WSV-ARCHIVO-DEPURADO
              ADD 1 TO WSV-CONT-HISTORICOS
           ELSE
              ADD 1 TO WSV-CONT-HIST-ERRORES
              DISPLAY 'NO SE PUDO ENMASCARAR EL HISTORICO ' CAT-ARCHIVO
           END-IF.

       35000-BUSCAR-ANONIMIZADO.
           MOVE SPACES TO WSV-SW-ENCONTRADO
           SEARCH ALL WSV-ANON-ITEM
               AT END
                   CONTINUE
               WHEN WSV-ANON-DNI(WSV-IDX-ANON) = WSV-DNI-BUSCADO
                   SET WSV-DNI-ENCONTRADO TO TRUE
           END-SEARCH.

       50000-IMPRIMIR-TOTALES.
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PERSONAS LEIDAS DEL MAESTRO' TO WS-TOT-TITULO
           MOVE WSV-CONT-LEIDOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'PERSONAS CON RETENCION VENCIDA' TO WS-TOT-TITULO
           MOVE WSV-CONT-VENCIDOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           IF WSV-CORRIDA-DEFINITIVA
              MOVE 'PERSONAS ANONIMIZADAS' TO WS-TOT-TITULO
           ELSE
              MOVE 'PERSONAS QUE SE ANONIMIZARIAN' TO WS-TOT-TITULO
           END-IF
           MOVE WSV-CONT-ANONIMIZADOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           IF WSV-CORRIDA-DEFINITIVA
              MOVE 'YA ANONIMIZADAS (SE REVISAN DIARIO Y AUDIT.)'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-YA-ANONIMOS TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
           END-IF
           MOVE 'RETENIDAS POR BLOQUEO LEGAL' TO WS-TOT-TITULO
           MOVE WSV-CONT-BLOQUEADOS TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'INACTIVAS/FALLECIDAS SIN FECHA DE ESTADO'
              TO WS-TOT-TITULO
           MOVE WSV-CONT-SIN-FECHA TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           MOVE 'ERRORES DE GRABACION EN EL MAESTRO' TO WS-TOT-TITULO
           MOVE WSV-CONT-ERRORES TO WS-TOT-CANT
           PERFORM 50100-LINEA-TOTAL
           IF WSV-CORRIDA-DEFINITIVA
              MOVE 'LINEAS DEL DIARIO LEIDAS (CON HISTORICOS)'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-DIARIO-LEIDOS TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
              MOVE 'LINEAS DEL DIARIO ENMASCARADAS'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-DIARIO-TOCADOS TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
              MOVE 'LINEAS DE AUDITORIA LEIDAS (CON HISTORICOS)'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-AUDIT-LEIDOS TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
              MOVE 'LINEAS DE AUDITORIA ENMASCARADAS'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-AUDIT-TOCADOS TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
              MOVE 'HISTORICOS DEL CATALOGO ENMASCARADOS'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-HISTORICOS TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
              MOVE 'HISTORICOS DEL CATALOGO NO ENMASCARADOS'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-HIST-ERRORES TO WS-TOT-CANT
              PERFORM 50100-LINEA-TOTAL
           END-IF.

       50100-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C8.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Clave de hogar. Recibe DIRECCION, CIUDAD y PROVINCIA de una
      * persona y devuelve la clave con que se agrupan los hogares:
      * cada campo en mayusculas, sin signos de puntuacion, con un
      * solo blanco entre palabras y con las abreviaturas comunes
      * llevadas a una sola forma (AVENIDA, AVDA y AV quedan AV;
      * CALLE y NRO se descartan). Asi "Av. San Martin  Nro 120" y
      * "AVENIDA SAN MARTIN 120" dan la misma clave.
      * La usan el agrupamiento de hogares EJE013C9 y las etiquetas
      * por hogar de EJE013B1, para que ambos agrupen igual.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSV-TEXTO                PIC X(30).
       01 WSV-RESULTADO            PIC X(30).
       01 WSV-PALABRA              PIC X(30).
       01 WSV-LARGO-PAL            PIC 9(2) COMP.
       01 WSV-LARGO-RES            PIC 9(2) COMP.
       01 WSV-I                    PIC 9(2) COMP.
       01 WSV-J                    PIC 9(2) COMP.

      * Abreviaturas: palabra como viene, forma unica y su largo.
      * Largo cero descarta la palabra.
       01 WSV-ABREVIATURAS-VALORES.
           05 FILLER PIC X(17) VALUE 'AVENIDA     AV  2'.
           05 FILLER PIC X(17) VALUE 'AVDA        AV  2'.
           05 FILLER PIC X(17) VALUE 'AVE         AV  2'.
           05 FILLER PIC X(17) VALUE 'BOULEVARD   BV  2'.
           05 FILLER PIC X(17) VALUE 'BOULEVAR    BV  2'.
           05 FILLER PIC X(17) VALUE 'BULEVAR     BV  2'.
           05 FILLER PIC X(17) VALUE 'BLVD        BV  2'.
           05 FILLER PIC X(17) VALUE 'BVD         BV  2'.
           05 FILLER PIC X(17) VALUE 'PASAJE      PJE 3'.
           05 FILLER PIC X(17) VALUE 'PSJE        PJE 3'.
           05 FILLER PIC X(17) VALUE 'PJ          PJE 3'.
           05 FILLER PIC X(17) VALUE 'DEPARTAMENTODTO 3'.
           05 FILLER PIC X(17) VALUE 'DEPTO       DTO 3'.
           05 FILLER PIC X(17) VALUE 'DPTO        DTO 3'.
           05 FILLER PIC X(17) VALUE 'GENERAL     GRAL4'.
           05 FILLER PIC X(17) VALUE 'GRL         GRAL4'.
           05 FILLER PIC X(17) VALUE 'DOCTOR      DR  2'.
           05 FILLER PIC X(17) VALUE 'PRESIDENTE  PTE 3'.
           05 FILLER PIC X(17) VALUE 'PRES        PTE 3'.
           05 FILLER PIC X(17) VALUE 'INGENIERO   ING 3'.
           05 FILLER PIC X(17) VALUE 'SANTA       STA 3'.
           05 FILLER PIC X(17) VALUE 'ESQUINA     ESQ 3'.
           05 FILLER PIC X(17) VALUE 'KILOMETRO   KM  2'.
           05 FILLER PIC X(17) VALUE 'BARRIO      BO  2'.
           05 FILLER PIC X(17) VALUE 'PROFESOR    PROF4'.
           05 FILLER PIC X(17) VALUE 'CALLE           0'.
           05 FILLER PIC X(17) VALUE 'NUMERO          0'.
           05 FILLER PIC X(17) VALUE 'NRO             0'.
           05 FILLER PIC X(17) VALUE 'NUM             0'.
           05 FILLER PIC X(17) VALUE 'N               0'.
       01 WSV-TABLA-ABREVIATURAS REDEFINES WSV-ABREVIATURAS-VALORES.
           05 WSV-ABR-ITEM OCCURS 30 TIMES.
               10 WSV-ABR-PALABRA  PIC X(12).
               10 WSV-ABR-FORMA    PIC X(04).
               10 WSV-ABR-LARGO    PIC 9(01).
       01 WSV-CANT-ABREVIATURAS    PIC 9(2) COMP VALUE 30.

       LINKAGE SECTION.
      * HOG-RESULTADO: 0 = clave armada, 4 = la direccion queda vacia
      * y la persona no se puede asignar a un hogar.
       01 PARAMETROS-HOGAR.
           05 HOG-DIRECCION        PIC X(30).
           05 HOG-CIUDAD           PIC X(20).
           05 HOG-PROVINCIA        PIC X(23).
           05 HOG-CLAVE.
               10 HOG-CLAVE-DIRECCION PIC X(30).
               10 HOG-CLAVE-CIUDAD    PIC X(20).
               10 HOG-CLAVE-PROVINCIA PIC X(23).
           05 HOG-RESULTADO        PIC 9(02).

      *-----------------------
       PROCEDURE DIVISION USING PARAMETROS-HOGAR.
       00000-CONTROL.
           MOVE 0 TO HOG-RESULTADO
           MOVE HOG-DIRECCION TO WSV-TEXTO
           PERFORM 10000-NORMALIZAR
           MOVE WSV-RESULTADO TO HOG-CLAVE-DIRECCION
           MOVE HOG-CIUDAD TO WSV-TEXTO
           PERFORM 10000-NORMALIZAR
           MOVE WSV-RESULTADO TO HOG-CLAVE-CIUDAD
           MOVE HOG-PROVINCIA TO WSV-TEXTO
           PERFORM 10000-NORMALIZAR
           MOVE WSV-RESULTADO TO HOG-CLAVE-PROVINCIA
           IF HOG-CLAVE-DIRECCION = SPACES
              MOVE 4 TO HOG-RESULTADO
           END-IF
           GOBACK.

      * Las palabras se arman caracter a caracter; cada una pasa por
      * la tabla de abreviaturas antes de agregarse al resultado.
      * Algunas formas unicas son mas largas que la variante leida
      * (PJ queda PJE, GRL queda GRAL), asi que el resultado puede
      * pasar de 30: lo que no entra se corta en la posicion 30.
       10000-NORMALIZAR.
           INSPECT WSV-TEXTO CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WSV-TEXTO CONVERTING '.,;:#/-_()"' TO SPACES
           MOVE SPACES TO WSV-RESULTADO
           MOVE 0 TO WSV-LARGO-RES
           MOVE SPACES TO WSV-PALABRA
           MOVE 0 TO WSV-LARGO-PAL
           PERFORM VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > 30
               IF WSV-TEXTO(WSV-I:1) = SPACE
                  IF WSV-LARGO-PAL > 0
                     PERFORM 10100-AGREGAR-PALABRA
                  END-IF
               ELSE
                  ADD 1 TO WSV-LARGO-PAL
                  MOVE WSV-TEXTO(WSV-I:1)
                     TO WSV-PALABRA(WSV-LARGO-PAL:1)
               END-IF
           END-PERFORM
           IF WSV-LARGO-PAL > 0
              PERFORM 10100-AGREGAR-PALABRA
           END-IF.

       10100-AGREGAR-PALABRA.
           PERFORM VARYING WSV-J FROM 1 BY 1
                 UNTIL WSV-J > WSV-CANT-ABREVIATURAS
               IF WSV-PALABRA = WSV-ABR-PALABRA(WSV-J)
                  MOVE WSV-ABR-FORMA(WSV-J) TO WSV-PALABRA
                  MOVE WSV-ABR-LARGO(WSV-J) TO WSV-LARGO-PAL
                  MOVE WSV-CANT-ABREVIATURAS TO WSV-J
               END-IF
           END-PERFORM
           IF WSV-LARGO-PAL > 0 AND WSV-LARGO-RES > 0
              IF WSV-LARGO-RES < 29
                 ADD 1 TO WSV-LARGO-RES
              ELSE
                 MOVE 0 TO WSV-LARGO-PAL
              END-IF
           END-IF
           IF WSV-LARGO-RES + WSV-LARGO-PAL > 30
              COMPUTE WSV-LARGO-PAL = 30 - WSV-LARGO-RES
           END-IF
           IF WSV-LARGO-PAL > 0
              MOVE WSV-PALABRA(1:WSV-LARGO-PAL)
                 TO WSV-RESULTADO(WSV-LARGO-RES + 1:WSV-LARGO-PAL)
              ADD WSV-LARGO-PAL TO WSV-LARGO-RES
           END-IF
           MOVE SPACES TO WSV-PALABRA
           MOVE 0 TO WSV-LARGO-PAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

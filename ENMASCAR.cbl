       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCAR.
      *----------------------------------------------------------------*
      * Enmascara numeros de tarjeta y de cuenta para los listados.    *
      * EM-TIPO 'T': tarjeta, conserva los primeros 6 y ultimos 4.     *
      * EM-TIPO 'C': cuenta/CBU, conserva solo los ultimos 4.          *
      * El resto de las posiciones informadas se reemplaza por '*'.    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LARGO                    PIC 9(2).
       01  WS-POS                      PIC 9(2).
       01  WS-DESDE                    PIC 9(2).
       01  WS-HASTA                    PIC 9(2).

       LINKAGE SECTION.
       01  EM-TIPO                     PIC X(1).
           88 EM-TARJETA               VALUE 'T'.
           88 EM-CUENTA                VALUE 'C'.
       01  EM-NUMERO                   PIC X(22).
       01  EM-MASCARA                  PIC X(22).

       PROCEDURE DIVISION USING EM-TIPO
                                EM-NUMERO
                                EM-MASCARA.
       MAIN-PROCEDURE.
           MOVE EM-NUMERO TO EM-MASCARA
           PERFORM 1000-CALCULAR-LARGO

           EVALUATE TRUE
               WHEN EM-TARJETA
                   MOVE 7 TO WS-DESDE
               WHEN OTHER
                   MOVE 1 TO WS-DESDE
           END-EVALUATE

           IF WS-LARGO > 4
               COMPUTE WS-HASTA = WS-LARGO - 4
               PERFORM 2000-OCULTAR-POSICIONES
           END-IF
           GOBACK.

      * Ultima posicion informada (los numeros vienen alineados a
      * izquierda y completados con espacios).
       1000-CALCULAR-LARGO.
           MOVE 0 TO WS-LARGO
           PERFORM VARYING WS-POS FROM 22 BY -1
                   UNTIL WS-POS < 1 OR WS-LARGO > 0
               IF EM-NUMERO(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-LARGO
               END-IF
           END-PERFORM.

       2000-OCULTAR-POSICIONES.
           PERFORM VARYING WS-POS FROM WS-DESDE BY 1
                   UNTIL WS-POS > WS-HASTA
               IF EM-MASCARA(WS-POS:1) NOT = SPACE
                   MOVE '*' TO EM-MASCARA(WS-POS:1)
               END-IF
           END-PERFORM.

       END PROGRAM ENMASCAR.

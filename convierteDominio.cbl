
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convierteDominio.
      *
      * Conversion unica de los maestros indexados al dominio de 18
      * cifras. Los numeros del taller iban en PIC S9(10) y los
      * grupos usuarios piden ahora numeros de hasta 18 cifras (los
      * que pasan del limite de la division por tentativa los
      * resuelve esPrimo por Miller-Rabin). Las claves de los
      * maestros no se pueden ensanchar en el lugar, asi que este
      * programa recorre cada maestro viejo en orden de clave y graba
      * cada registro en un maestro nuevo con el diseno de 18 cifras:
      *   VERIFICAD.DAT -> VERIFNUE.DAT, con el metodo de verificacion
      *                    en D (division): todo lo viejo se verifico
      *                    por division;
      *   FACTMAST.DAT  -> FACTNUE.DAT;
      *   EXCLUSION.DAT -> EXCLNUE.DAT;
      *   RANGAVAN.DAT  -> RAVANUE.DAT.
      * CORRIDAS.DAT no lleva numeros y no cambia. Un maestro que no
      * existe se informa y se saltea (el job lo crea vacio con el
      * diseno nuevo). Al terminar, operaciones reemplaza cada
      * maestro por su archivo nuevo y conserva los viejos como
      * respaldo hasta decidir retirarlos, como se hizo tras
      * convierteVerificados y convierteCorridas. Las generaciones
      * de respaldaMaestros anteriores a la conversion quedan con el
      * diseno viejo y no se restauran: conviene generar una nueva
      * apenas reemplazados los maestros. Los archivos nuevos se
      * recrean desde cero en cada ejecucion, asi que la conversion
      * se puede repetir sin dejar residuos. Termina con RETURN-CODE
      * 8 si algun maestro no abre o algun registro no se graba.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFICADOS-VIEJO ASSIGN TO "VERIFICAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vv-numero
               FILE STATUS IS viejo-estado-archivo.

           SELECT VERIFICADOS-NUEVO ASSIGN TO "VERIFNUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vn-numero
               FILE STATUS IS nuevo-estado-archivo.

           SELECT FACTORES-VIEJO ASSIGN TO "FACTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fv-clave
               FILE STATUS IS viejo-estado-archivo.

           SELECT FACTORES-NUEVO ASSIGN TO "FACTNUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fn-clave
               FILE STATUS IS nuevo-estado-archivo.

           SELECT EXCLUSIONES-VIEJO ASSIGN TO "EXCLUSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ev-numero
               FILE STATUS IS viejo-estado-archivo.

           SELECT EXCLUSIONES-NUEVO ASSIGN TO "EXCLNUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS en-numero
               FILE STATUS IS nuevo-estado-archivo.

           SELECT AVANCES-VIEJO ASSIGN TO "RANGAVAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS av-clave
               FILE STATUS IS viejo-estado-archivo.

           SELECT AVANCES-NUEVO ASSIGN TO "RAVANUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS an-clave
               FILE STATUS IS nuevo-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFICADOS-VIEJO.
       01  registro-verificado-viejo.
           05  vv-numero               PIC S9(10).
           05  vv-veredicto            PIC X(01).
           05  vv-divisores            PIC 9(5).
           05  vv-fecha                PIC 9(6).

       FD  VERIFICADOS-NUEVO.
       01  registro-verificado-nuevo.
           05  vn-numero               PIC S9(18).
           05  vn-veredicto            PIC X(01).
           05  vn-divisores            PIC 9(5).
           05  vn-fecha                PIC 9(6).
           05  vn-metodo               PIC X(01).

       FD  FACTORES-VIEJO.
       01  registro-factor-viejo.
           05  fv-clave.
               10  fv-numero           PIC S9(10).
               10  fv-posicion         PIC 9(5).
           05  fv-valor                PIC 9(10).

       FD  FACTORES-NUEVO.
       01  registro-factor-nuevo.
           05  fn-clave.
               10  fn-numero           PIC S9(18).
               10  fn-posicion         PIC 9(5).
           05  fn-valor                PIC 9(18).

       FD  EXCLUSIONES-VIEJO.
       01  registro-exclusion-viejo.
           05  ev-numero               PIC S9(10).
           05  ev-motivo               PIC X(04).
           05  ev-usuario              PIC X(20).
           05  ev-vigente-desde        PIC 9(6).
           05  ev-vigente-hasta        PIC 9(6).
           05  ev-activa               PIC X(01).

       FD  EXCLUSIONES-NUEVO.
       01  registro-exclusion-nuevo.
           05  en-numero               PIC S9(18).
           05  en-motivo               PIC X(04).
           05  en-usuario              PIC X(20).
           05  en-vigente-desde        PIC 9(6).
           05  en-vigente-hasta        PIC 9(6).
           05  en-activa               PIC X(01).

       FD  AVANCES-VIEJO.
       01  registro-avance-viejo.
           05  av-clave.
               10  av-inferior         PIC S9(10).
               10  av-superior         PIC S9(10).
           05  av-ultimo               PIC S9(10).
           05  av-corrida              PIC 9(5).

       FD  AVANCES-NUEVO.
       01  registro-avance-nuevo.
           05  an-clave.
               10  an-inferior         PIC S9(18).
               10  an-superior         PIC S9(18).
           05  an-ultimo               PIC S9(18).
           05  an-corrida              PIC 9(5).

       WORKING-STORAGE SECTION.
       01  viejo-estado-archivo        pic XX value spaces.
       01  nuevo-estado-archivo        pic XX value spaces.
       01  fin-maestro-sw              pic X value "N".
           88  fin-maestro                 value "S".
       01  maestro-abierto-sw          pic X value "N".
           88  maestro-abierto             value "S".

      * nombres del maestro en curso, para los mensajes
       01  nombre-viejo                pic X(13) value spaces.
       01  nombre-nuevo                pic X(13) value spaces.

       01  total-leidos                pic 9(9) value zero.
       01  total-grabados              pic 9(9) value zero.
       01  total-no-grabados           pic 9(9) value zero.
       01  numero-editado              pic -(10)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERTIR-VERIFICADOS.
           PERFORM CONVERTIR-FACTORES.
           PERFORM CONVERTIR-EXCLUSIONES.
           PERFORM CONVERTIR-AVANCES.
           DISPLAY "REEMPLACE CADA MAESTRO POR SU ARCHIVO NUEVO Y "
               "CONSERVE LOS VIEJOS COMO RESPALDO".
           GOBACK.

      * ---- maestro de verificados ----

       CONVERTIR-VERIFICADOS.
           MOVE "VERIFICAD.DAT" TO nombre-viejo.
           MOVE "VERIFNUE.DAT" TO nombre-nuevo.
           PERFORM INICIAR-CONTADORES.
           OPEN INPUT VERIFICADOS-VIEJO.
           PERFORM REVISAR-APERTURA-VIEJO.
           IF maestro-abierto
               OPEN OUTPUT VERIFICADOS-NUEVO
               PERFORM REVISAR-APERTURA-NUEVO
               IF maestro-abierto
                   PERFORM LEER-VERIFICADO-VIEJO
                   PERFORM COPIAR-VERIFICADO UNTIL fin-maestro
                   CLOSE VERIFICADOS-NUEVO
                   PERFORM INFORMAR-CONVERSION
               END-IF
               CLOSE VERIFICADOS-VIEJO
           END-IF.

       LEER-VERIFICADO-VIEJO.
           READ VERIFICADOS-VIEJO NEXT RECORD
               AT END
                   SET fin-maestro TO TRUE
           END-READ.

       COPIAR-VERIFICADO.
           ADD 1 TO total-leidos.
           MOVE vv-numero TO vn-numero.
           MOVE vv-veredicto TO vn-veredicto.
           MOVE vv-divisores TO vn-divisores.
           MOVE vv-fecha TO vn-fecha.
           MOVE "D" TO vn-metodo.
           WRITE registro-verificado-nuevo
               INVALID KEY
                   MOVE vv-numero TO numero-editado
                   PERFORM AVISAR-NO-GRABADO
               NOT INVALID KEY
                   ADD 1 TO total-grabados
           END-WRITE.
           PERFORM LEER-VERIFICADO-VIEJO.

      * ---- maestro de factores ----

       CONVERTIR-FACTORES.
           MOVE "FACTMAST.DAT" TO nombre-viejo.
           MOVE "FACTNUE.DAT" TO nombre-nuevo.
           PERFORM INICIAR-CONTADORES.
           OPEN INPUT FACTORES-VIEJO.
           PERFORM REVISAR-APERTURA-VIEJO.
           IF maestro-abierto
               OPEN OUTPUT FACTORES-NUEVO
               PERFORM REVISAR-APERTURA-NUEVO
               IF maestro-abierto
                   PERFORM LEER-FACTOR-VIEJO
                   PERFORM COPIAR-FACTOR UNTIL fin-maestro
                   CLOSE FACTORES-NUEVO
                   PERFORM INFORMAR-CONVERSION
               END-IF
               CLOSE FACTORES-VIEJO
           END-IF.

       LEER-FACTOR-VIEJO.
           READ FACTORES-VIEJO NEXT RECORD
               AT END
                   SET fin-maestro TO TRUE
           END-READ.

       COPIAR-FACTOR.
           ADD 1 TO total-leidos.
           MOVE fv-numero TO fn-numero.
           MOVE fv-posicion TO fn-posicion.
           MOVE fv-valor TO fn-valor.
           WRITE registro-factor-nuevo
               INVALID KEY
                   MOVE fv-numero TO numero-editado
                   PERFORM AVISAR-NO-GRABADO
               NOT INVALID KEY
                   ADD 1 TO total-grabados
           END-WRITE.
           PERFORM LEER-FACTOR-VIEJO.

      * ---- maestro de exclusiones ----

       CONVERTIR-EXCLUSIONES.
           MOVE "EXCLUSION.DAT" TO nombre-viejo.
           MOVE "EXCLNUE.DAT" TO nombre-nuevo.
           PERFORM INICIAR-CONTADORES.
           OPEN INPUT EXCLUSIONES-VIEJO.
           PERFORM REVISAR-APERTURA-VIEJO.
           IF maestro-abierto
               OPEN OUTPUT EXCLUSIONES-NUEVO
               PERFORM REVISAR-APERTURA-NUEVO
               IF maestro-abierto
                   PERFORM LEER-EXCLUSION-VIEJA
                   PERFORM COPIAR-EXCLUSION UNTIL fin-maestro
                   CLOSE EXCLUSIONES-NUEVO
                   PERFORM INFORMAR-CONVERSION
               END-IF
               CLOSE EXCLUSIONES-VIEJO
           END-IF.

       LEER-EXCLUSION-VIEJA.
           READ EXCLUSIONES-VIEJO NEXT RECORD
               AT END
                   SET fin-maestro TO TRUE
           END-READ.

       COPIAR-EXCLUSION.
           ADD 1 TO total-leidos.
           MOVE ev-numero TO en-numero.
           MOVE ev-motivo TO en-motivo.
           MOVE ev-usuario TO en-usuario.
           MOVE ev-vigente-desde TO en-vigente-desde.
           MOVE ev-vigente-hasta TO en-vigente-hasta.
           MOVE ev-activa TO en-activa.
           WRITE registro-exclusion-nuevo
               INVALID KEY
                   MOVE ev-numero TO numero-editado
                   PERFORM AVISAR-NO-GRABADO
               NOT INVALID KEY
                   ADD 1 TO total-grabados
           END-WRITE.
           PERFORM LEER-EXCLUSION-VIEJA.

      * ---- avance de rangos ----

       CONVERTIR-AVANCES.
           MOVE "RANGAVAN.DAT" TO nombre-viejo.
           MOVE "RAVANUE.DAT" TO nombre-nuevo.
           PERFORM INICIAR-CONTADORES.
           OPEN INPUT AVANCES-VIEJO.
           PERFORM REVISAR-APERTURA-VIEJO.
           IF maestro-abierto
               OPEN OUTPUT AVANCES-NUEVO
               PERFORM REVISAR-APERTURA-NUEVO
               IF maestro-abierto
                   PERFORM LEER-AVANCE-VIEJO
                   PERFORM COPIAR-AVANCE UNTIL fin-maestro
                   CLOSE AVANCES-NUEVO
                   PERFORM INFORMAR-CONVERSION
               END-IF
               CLOSE AVANCES-VIEJO
           END-IF.

       LEER-AVANCE-VIEJO.
           READ AVANCES-VIEJO NEXT RECORD
               AT END
                   SET fin-maestro TO TRUE
           END-READ.

       COPIAR-AVANCE.
           ADD 1 TO total-leidos.
           MOVE av-inferior TO an-inferior.
           MOVE av-superior TO an-superior.
           MOVE av-ultimo TO an-ultimo.
           MOVE av-corrida TO an-corrida.
           WRITE registro-avance-nuevo
               INVALID KEY
                   MOVE av-inferior TO numero-editado
                   PERFORM AVISAR-NO-GRABADO
               NOT INVALID KEY
                   ADD 1 TO total-grabados
           END-WRITE.
           PERFORM LEER-AVANCE-VIEJO.

      * ---- comun a los cuatro maestros ----

       INICIAR-CONTADORES.
           MOVE ZERO TO total-leidos.
           MOVE ZERO TO total-grabados.
           MOVE ZERO TO total-no-grabados.
           MOVE "N" TO fin-maestro-sw.

      * un maestro que no existe no es un error: no hay nada que
      * convertir
       REVISAR-APERTURA-VIEJO.
           MOVE "N" TO maestro-abierto-sw.
           EVALUATE viejo-estado-archivo
               WHEN "00"
                   SET maestro-abierto TO TRUE
               WHEN "35"
                   DISPLAY "MAESTRO " nombre-viejo
                       " NO ENCONTRADO, NADA QUE CONVERTIR"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR " nombre-viejo ": "
                       viejo-estado-archivo
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       REVISAR-APERTURA-NUEVO.
           IF nuevo-estado-archivo NOT = "00"
               MOVE "N" TO maestro-abierto-sw
               DISPLAY "ERROR AL ABRIR " nombre-nuevo ": "
                   nuevo-estado-archivo
               MOVE 8 TO RETURN-CODE
           END-IF.

       AVISAR-NO-GRABADO.
           ADD 1 TO total-no-grabados.
           DISPLAY "NO SE PUDO GRABAR EN " nombre-nuevo
               " LA CLAVE " FUNCTION TRIM(numero-editado) ": "
               nuevo-estado-archivo.

       INFORMAR-CONVERSION.
           DISPLAY "REGISTROS LEIDOS DE " nombre-viejo ": "
               total-leidos.
           DISPLAY "REGISTROS GRABADOS EN " nombre-nuevo ": "
               total-grabados.
           IF total-no-grabados > ZERO
               DISPLAY "REGISTROS NO GRABADOS EN " nombre-nuevo ": "
                   total-no-grabados
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM convierteDominio.

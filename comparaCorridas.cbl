      * Modificaciones:
      *   - verificado-divisores paso a PIC 9(5), a tono con el
      *     maestro de verificados convertido por convierteVerificados.
      *   - Dominio de dieciocho cifras: el primo se toma de la
      *     columna amplia que RANGOS trae al final del registro (la
      *     de once posiciones para la historia anterior); claves de
      *     EXCLUSION y VERIFICAD, techo MAX y columnas del reporte
      *     ampliados. El valor de PARAMETROS se lee como texto, asi
      *     sirve el registro de diez posiciones y el de dieciocho.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  RANGOS-A
           RECORDING MODE IS F.
       01  linea-rango-a               PIC X(40).

       FD  RANGOS-B
           RECORDING MODE IS F.
       01  linea-rango-b               PIC X(40).

       FD  EXCLUSIONES.
       01  registro-exclusion.
           05  exclusion-numero        PIC S9(18).
           05  exclusion-motivo        PIC X(04).
           05  exclusion-usuario       PIC X(20).
           05  exclusion-vigente-desde PIC 9(6).

       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
               88  verificado-primo        VALUE "S".
           05  verificado-divisores    PIC 9(5).
           05  verificado-fecha        PIC 9(6).
           05  verificado-metodo       PIC X(01).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  registro-parametro.
           05  param-tipo              PIC X(04).
           05  param-valor-texto       PIC X(20).

       FD  COMPARACION
           RECORDING MODE IS F.
           05  rg-primo                pic X(11).
           05  filler                  pic X(02).
           05  rg-corrida              pic X(05).
           05  filler                  pic X(02).
           05  rg-primo-amplio         pic X(19).
       01  rg-primo-elegido            pic X(19) value spaces.
       01  corrida-registro            pic 9(5) value zero.

       01  numero-entrada-texto        pic X(11) value spaces.
           88  hay-maestro                 value "S".
       01  fin-parametros-sw           pic X value "N".
           88  fin-parametros              value "S".
       01  numero-maximo               pic S9(18)
                                       value 999999999999999999.
       01  param-valor                 pic S9(18) value zero.

      * reconocimiento previo: primer y ultimo primo de cada corrida
       01  fin-reconocimiento-sw       pic X value "N".
           88  fin-reconocimiento          value "S".
       01  primo-leido                 pic S9(18) value zero.
       01  total-a                     pic 9(7) value zero.
       01  total-b                     pic 9(7) value zero.
       01  primero-a                   pic S9(18) value zero.
       01  ultimo-a                    pic S9(18) value zero.
       01  primero-b                   pic S9(18) value zero.
       01  ultimo-b                    pic S9(18) value zero.
       01  solape-desde                pic S9(18) value zero.
       01  solape-hasta                pic S9(18) value zero.

      * apareo de las dos corridas
       01  fin-a-sw                    pic X value "N".
           88  fin-a                       value "S".
       01  fin-b-sw                    pic X value "N".
           88  fin-b                       value "S".
       01  primo-a                     pic S9(18) value zero.
       01  primo-b                     pic S9(18) value zero.
       01  numero-diferencia           pic S9(18) value zero.
       01  corrida-presente            pic 9(5) value zero.

       01  causa-diferencia            pic X(14) value spaces.

       01  linea-solape.
           05  filler             pic X(17) value "INTERVALO COMUN: ".
           05  ls-desde                pic Z(17)9.
           05  filler                  pic X(03) value " A ".
           05  ls-hasta                pic Z(17)9.

       01  linea-diferencia.
           05  filler                  pic X(13) value "SOLO CORRIDA ".
           05  ldf-corrida             pic ZZZZ9.
           05  filler                  pic X(01) value space.
           05  ldf-numero              pic -(18)9.
           05  filler                  pic X(02) value spaces.
           05  ldf-causa               pic X(14).
           05  filler                  pic X(10) value "  MAESTRO ".

       PROCESAR-REGISTRO-PARAMETRO.
           IF param-tipo = "MAX "
               AND param-valor-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(param-valor-texto) = ZERO
               COMPUTE param-valor =
                   FUNCTION NUMVAL(param-valor-texto)
                   ON SIZE ERROR
                       MOVE numero-maximo TO param-valor
               END-COMPUTE
               MOVE param-valor TO numero-maximo
           END-IF.
           PERFORM LEER-REGISTRO-PARAMETRO.
           ELSE
               MOVE ZERO TO corrida-registro
           END-IF.
           IF rg-primo-amplio = SPACES
               MOVE rg-primo TO rg-primo-elegido
           ELSE
               MOVE rg-primo-amplio TO rg-primo-elegido
           END-IF.
           IF rg-primo-elegido NOT = SPACES
               AND FUNCTION TEST-NUMVAL(rg-primo-elegido) = ZERO
               COMPUTE primo-leido = FUNCTION NUMVAL(rg-primo-elegido)
           ELSE
               MOVE ZERO TO primo-leido
           END-IF.

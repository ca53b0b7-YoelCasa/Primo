      * leyeron, cuantos se grabaron y cuantos duplicados se
      * omitieron. FACTORES.DAT no se toca: queda como respaldo hasta
      * que operaciones decida retirarlo.
      *
      * Modificaciones:
      *   - Dominio de dieciocho cifras: numero y valor de factor del
      *     maestro FACTMAST.DAT se ampliaron al diseno nuevo de la
      *     clave; FACTORES.DAT conserva sus columnas de diez cifras,
      *     que entran sin cambio en los campos anchos.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  FACTMAST.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  factores-estado-archivo     pic XX value spaces.

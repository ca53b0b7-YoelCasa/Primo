      *   F = fin.
      * esPrimoJob consulta este maestro en VERIFICAR-EXCLUSION y
      * honra la vigencia, asi que una retencion temporal vence sola.
      *
      * Modificaciones:
      *   - Dominio de dieciocho cifras: la clave del maestro, el
      *     numero pedido por consola y la columna de la lista se
      *     ampliaron a tono. Un numero que no cabe en dieciocho
      *     cifras se informa como FUERA DE RANGO y se toma como no
      *     ingresado, en vez de grabarse truncado.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  EXCLUSIONES.
       01  registro-exclusion.
           05  exclusion-numero        PIC S9(18).
           05  exclusion-motivo        PIC X(04).
           05  exclusion-usuario       PIC X(20).
           05  exclusion-vigente-desde PIC 9(6).
           88  funcion-lista               value "L".
           88  funcion-fin                 value "F".

       01  numero-entrada-texto        pic X(20) value spaces.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  numero-trabajo              pic S9(18) value zero.
       01  motivo-entrada              pic X(04) value spaces.
       01  fecha-entrada-texto         pic X(06) value spaces.
       01  vigente-desde-trabajo       pic 9(6) value zero.
       01  total-listados              pic 9(5) value zero.

       01  linea-lista.
           05  ll-numero               pic -(18)9.
           05  filler                  pic X(02) value spaces.
           05  ll-motivo               pic X(04).
           05  filler                  pic X(02) value spaces.
               ELSE
                   COMPUTE numero-trabajo =
                       FUNCTION NUMVAL(numero-entrada-texto)
                       ON SIZE ERROR
                           DISPLAY "NUMERO FUERA DE RANGO: "
                               numero-entrada-texto
                           MOVE ZERO TO numero-trabajo
                   END-COMPUTE
               END-IF
           END-IF.

       LISTAR-EXCLUSIONES.
           MOVE ZERO TO total-listados.
           MOVE "N" TO fin-lista-sw.
           MOVE -999999999999999999 TO exclusion-numero.
           START EXCLUSIONES KEY NOT LESS THAN exclusion-numero
               INVALID KEY
                   SET fin-lista TO TRUE

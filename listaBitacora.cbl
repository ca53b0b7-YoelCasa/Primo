
       IDENTIFICATION DIVISION.
       PROGRAM-ID. listaBitacora.
      *
      * Listado de la bitacora del job BITACORA.DAT para la revision
      * de la manana. Pide por consola:
      *   - el filtro: N = una noche, C = una corrida;
      *   - la noche (AAMMDD del dia en que arranco la cadena) o el
      *     numero de corrida;
      *   - la severidad minima a listar (I, W, E o S; en blanco se
      *     toma W, que es lo que la manana necesita leer).
      * La noche D abarca desde las 12:00 del dia D hasta las 11:59:59
      * del dia siguiente, para que una cadena que cruza la medianoche
      * salga entera en un solo listado. Las severidades se ordenan
      * I < W < E < S; una severidad desconocida se lista siempre.
      * BITLIST.DAT lleva cada mensaje con fecha, hora, corrida, paso,
      * programa, codigo y texto, y al final los totales por
      * severidad. Termina con RETURN-CODE 4 si lo listado incluye
      * errores (E o S).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA ASSIGN TO "BITACORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bitacora-estado-archivo.

           SELECT LISTADO ASSIGN TO "BITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS listado-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA
           RECORDING MODE IS F.
       01  linea-bitacora              PIC X(156).

       FD  LISTADO
           RECORDING MODE IS F.
       01  linea-reporte               PIC X(162).

       WORKING-STORAGE SECTION.
       01  bitacora-estado-archivo     pic XX value spaces.
       01  listado-estado-archivo      pic XX value spaces.

       01  fin-bitacora-sw             pic X value "N".
           88  fin-bitacora                value "S".
       01  mensaje-elegido-sw          pic X value "N".
           88  mensaje-elegido             value "S".

      * pedido de consola
       01  filtro-entrada              pic X(01) value spaces.
           88  filtro-noche                value "N".
           88  filtro-corrida              value "C".
       01  valor-entrada-texto         pic X(10) value spaces.
       01  severidad-entrada           pic X(01) value spaces.
       01  noche-pedida                pic 9(6) value zero.
       01  noche-siguiente             pic 9(6) value zero.
       01  corrida-pedida              pic 9(5) value zero.
       01  fecha-larga                 pic 9(8) value zero.
       01  dia-juliano                 pic 9(7) value zero.
       01  posicion-invalida           pic 9(4) value zero.

      * orden de las severidades
       01  severidad-a-ordenar         pic X(01) value spaces.
       01  orden-severidad             pic 9 value zero.
       01  orden-minimo                pic 9 value zero.

       01  registro-bitacora-ws.
           05  rb-fecha                pic 9(6).
           05  rb-fecha-r REDEFINES rb-fecha.
               10  rb-aa               pic 99.
               10  rb-mm               pic 99.
               10  rb-dd               pic 99.
           05  filler                  pic X.
           05  rb-hora                 pic 9(6).
           05  rb-hora-r REDEFINES rb-hora.
               10  rb-hh               pic 99.
               10  rb-mi               pic 99.
               10  rb-ss               pic 99.
           05  filler                  pic X.
           05  rb-corrida              pic 9(5).
           05  filler                  pic X.
           05  rb-paso                 pic 9(3).
           05  filler                  pic X.
           05  rb-programa             pic X(20).
           05  filler                  pic X.
           05  rb-codigo               pic X(08).
           05  filler                  pic X.
           05  rb-severidad            pic X(01).
           05  filler                  pic X.
           05  rb-texto                pic X(100).

      * totales
       01  total-leidos                pic 9(7) value zero.
       01  total-listados              pic 9(7) value zero.
       01  total-informativos          pic 9(7) value zero.
       01  total-avisos                pic 9(7) value zero.
       01  total-errores               pic 9(7) value zero.
       01  total-graves                pic 9(7) value zero.

      * campos del reporte impreso
       01  linea-salida                pic X(162) value spaces.
       01  fecha-reporte.
           05  fr-aa                   pic 99.
           05  fr-mm                   pic 99.
           05  fr-dd                   pic 99.
       01  pagina-reporte              pic 9(4) value 1.
       01  lineas-en-pagina            pic 9(3) value zero.
       01  lineas-por-pagina           pic 9(3) value 50.

       01  linea-encabezado.
           05  filler             pic X(12) value "BITACORA DEL".
           05  filler             pic X(12) value " JOB        ".
           05  filler                  pic X(09) value spaces.
           05  filler                  pic X(06) value "FECHA:".
           05  le-mm                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-dd                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-aa                   pic 99.
           05  filler                  pic X(08) value "  PAGINA".
           05  le-pagina               pic ZZZ9.

       01  linea-titulos.
           05  filler             pic X(18) value "FECHA    HORA    ".
           05  filler             pic X(11) value "CORR. PASO ".
           05  filler             pic X(21) value "PROGRAMA".
           05  filler             pic X(12) value "CODIGO   SEV".
           05  filler             pic X(05) value "TEXTO".

       01  linea-mensaje.
           05  lm-mm                   pic 99.
           05  filler                  pic X value "/".
           05  lm-dd                   pic 99.
           05  filler                  pic X value "/".
           05  lm-aa                   pic 99.
           05  filler                  pic X value space.
           05  lm-hh                   pic 99.
           05  filler                  pic X value ":".
           05  lm-mi                   pic 99.
           05  filler                  pic X value ":".
           05  lm-ss                   pic 99.
           05  filler                  pic X value space.
           05  lm-corrida              pic ZZZZ9.
           05  filler                  pic X value space.
           05  lm-paso                 pic ZZZ9.
           05  filler                  pic X value space.
           05  lm-programa             pic X(20).
           05  filler                  pic X value space.
           05  lm-codigo               pic X(08).
           05  filler                  pic X value space.
           05  lm-severidad            pic X(01).
           05  filler                  pic X(02) value spaces.
           05  lm-texto                pic X(100).

       01  linea-total-ws.
           05  lt-etiqueta             pic X(28).
           05  lt-valor                pic Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha-reporte FROM DATE.
           PERFORM PEDIR-FILTRO.
           OPEN INPUT BITACORA.
           IF bitacora-estado-archivo = "35"
               DISPLAY "BITACORA BITACORA.DAT NO ENCONTRADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF bitacora-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR BITACORA.DAT: "
                   bitacora-estado-archivo
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF listado-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR BITLIST.DAT: "
                   listado-estado-archivo
               CLOSE BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-PEDIDO.
           PERFORM LEER-BITACORA.
           PERFORM TOMAR-MENSAJE UNTIL fin-bitacora.
           IF total-listados = ZERO
               MOVE "SIN MENSAJES PARA EL PEDIDO" TO linea-salida
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE BITACORA.
           CLOSE LISTADO.
           DISPLAY "MENSAJES LISTADOS " total-listados " DE "
               total-leidos " (ERRORES " total-errores ", GRAVES "
               total-graves "), DETALLE EN BITLIST.DAT".
           IF total-errores > ZERO OR total-graves > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * ---- pedido por consola ----

       PEDIR-FILTRO.
           DISPLAY "LISTAR POR N=NOCHE O C=CORRIDA: " WITH NO ADVANCING.
           ACCEPT filtro-entrada.
           MOVE FUNCTION UPPER-CASE(filtro-entrada) TO filtro-entrada.
           EVALUATE TRUE
               WHEN filtro-noche
                   PERFORM PEDIR-NOCHE
               WHEN filtro-corrida
                   PERFORM PEDIR-CORRIDA
               WHEN OTHER
                   DISPLAY "FILTRO NO RECONOCIDO: " filtro-entrada
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           DISPLAY "SEVERIDAD MINIMA (I/W/E/S, BLANCO=W): "
               WITH NO ADVANCING.
           ACCEPT severidad-entrada.
           MOVE FUNCTION UPPER-CASE(severidad-entrada)
               TO severidad-entrada.
           IF severidad-entrada = SPACES
               MOVE "W" TO severidad-entrada
           END-IF.
           MOVE severidad-entrada TO severidad-a-ordenar.
           PERFORM ORDENAR-SEVERIDAD.
           IF orden-severidad > 4
               DISPLAY "SEVERIDAD NO RECONOCIDA: " severidad-entrada
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE orden-severidad TO orden-minimo.

      * la noche D sigue en la madrugada de D+1: se calcula D+1 por
      * fecha juliana para cruzar fin de mes y de anio
       PEDIR-NOCHE.
           DISPLAY "NOCHE A LISTAR (AAMMDD): " WITH NO ADVANCING.
           ACCEPT valor-entrada-texto.
           MOVE FUNCTION TEST-NUMVAL(valor-entrada-texto)
               TO posicion-invalida.
           IF valor-entrada-texto = SPACES
               OR posicion-invalida NOT = ZERO
               DISPLAY "NOCHE NO NUMERICA: " valor-entrada-texto
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(valor-entrada-texto) TO noche-pedida.
           COMPUTE fecha-larga = 20000000 + noche-pedida.
           IF FUNCTION TEST-DATE-YYYYMMDD(fecha-larga) NOT = ZERO
               DISPLAY "NOCHE INVALIDA: " valor-entrada-texto
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE dia-juliano =
               FUNCTION INTEGER-OF-DATE(fecha-larga) + 1.
           COMPUTE fecha-larga = FUNCTION DATE-OF-INTEGER(dia-juliano).
           COMPUTE noche-siguiente =
               FUNCTION MOD(fecha-larga, 1000000).

       PEDIR-CORRIDA.
           DISPLAY "CORRIDA A LISTAR: " WITH NO ADVANCING.
           ACCEPT valor-entrada-texto.
           MOVE FUNCTION TEST-NUMVAL(valor-entrada-texto)
               TO posicion-invalida.
           IF valor-entrada-texto = SPACES
               OR posicion-invalida NOT = ZERO
               DISPLAY "CORRIDA NO NUMERICA: " valor-entrada-texto
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(valor-entrada-texto) TO corrida-pedida.

      * I=1 W=2 E=3 S=4; cualquier otra cosa queda por encima de todo
       ORDENAR-SEVERIDAD.
           EVALUATE severidad-a-ordenar
               WHEN "I"
                   MOVE 1 TO orden-severidad
               WHEN "W"
                   MOVE 2 TO orden-severidad
               WHEN "E"
                   MOVE 3 TO orden-severidad
               WHEN "S"
                   MOVE 4 TO orden-severidad
               WHEN OTHER
                   MOVE 9 TO orden-severidad
           END-EVALUATE.

      * ---- lectura y seleccion ----

       LEER-BITACORA.
           READ BITACORA INTO registro-bitacora-ws
               AT END
                   SET fin-bitacora TO TRUE
           END-READ.

       TOMAR-MENSAJE.
           ADD 1 TO total-leidos.
           PERFORM ELEGIR-MENSAJE.
           IF mensaje-elegido
               PERFORM LISTAR-MENSAJE
           END-IF.
           PERFORM LEER-BITACORA.

       ELEGIR-MENSAJE.
           MOVE "N" TO mensaje-elegido-sw.
           IF filtro-noche
               IF (rb-fecha = noche-pedida AND rb-hora >= 120000)
                   OR (rb-fecha = noche-siguiente
                       AND rb-hora < 120000)
                   SET mensaje-elegido TO TRUE
               END-IF
           ELSE
               IF rb-corrida = corrida-pedida
                   SET mensaje-elegido TO TRUE
               END-IF
           END-IF.
           IF mensaje-elegido
               MOVE rb-severidad TO severidad-a-ordenar
               PERFORM ORDENAR-SEVERIDAD
               IF orden-severidad < orden-minimo
                   MOVE "N" TO mensaje-elegido-sw
               END-IF
           END-IF.

       LISTAR-MENSAJE.
           ADD 1 TO total-listados.
           EVALUATE rb-severidad
               WHEN "I"
                   ADD 1 TO total-informativos
               WHEN "W"
                   ADD 1 TO total-avisos
               WHEN "E"
                   ADD 1 TO total-errores
               WHEN OTHER
                   ADD 1 TO total-graves
           END-EVALUATE.
           MOVE rb-dd TO lm-dd.
           MOVE rb-mm TO lm-mm.
           MOVE rb-aa TO lm-aa.
           MOVE rb-hh TO lm-hh.
           MOVE rb-mi TO lm-mi.
           MOVE rb-ss TO lm-ss.
           MOVE rb-corrida TO lm-corrida.
           MOVE rb-paso TO lm-paso.
           MOVE rb-programa TO lm-programa.
           MOVE rb-codigo TO lm-codigo.
           MOVE rb-severidad TO lm-severidad.
           MOVE rb-texto TO lm-texto.
           MOVE SPACES TO linea-salida.
           MOVE linea-mensaje TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

      * ---- encabezado del pedido y totales ----

       ESCRIBIR-PEDIDO.
           MOVE SPACES TO linea-salida.
           IF filtro-noche
               STRING "NOCHE DEL " noche-pedida " (12:00) AL "
                   noche-siguiente " (11:59)"
                   DELIMITED BY SIZE INTO linea-salida
               END-STRING
           ELSE
               STRING "CORRIDA " corrida-pedida
                   DELIMITED BY SIZE INTO linea-salida
               END-STRING
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO linea-salida.
           STRING "SEVERIDAD MINIMA " severidad-entrada
               DELIMITED BY SIZE INTO linea-salida
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE linea-titulos TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTALES DEL LISTADO" TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "MENSAJES EN LA BITACORA" TO lt-etiqueta.
           MOVE total-leidos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "MENSAJES LISTADOS" TO lt-etiqueta.
           MOVE total-listados TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  INFORMATIVOS (I)" TO lt-etiqueta.
           MOVE total-informativos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  AVISOS (W)" TO lt-etiqueta.
           MOVE total-avisos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  ERRORES (E)" TO lt-etiqueta.
           MOVE total-errores TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  GRAVES (S)" TO lt-etiqueta.
           MOVE total-graves TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.

       ESCRIBIR-LINEA-TOTAL.
           MOVE SPACES TO linea-salida.
           MOVE linea-total-ws TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           PERFORM CONTROLAR-SALTO-PAGINA.
           WRITE linea-reporte FROM linea-salida.
           ADD 1 TO lineas-en-pagina.

       ESCRIBIR-ENCABEZADO.
           MOVE fr-mm TO le-mm.
           MOVE fr-dd TO le-dd.
           MOVE fr-aa TO le-aa.
           MOVE pagina-reporte TO le-pagina.
           WRITE linea-reporte FROM linea-encabezado.
           MOVE ZERO TO lineas-en-pagina.

       CONTROLAR-SALTO-PAGINA.
           IF lineas-en-pagina >= lineas-por-pagina
               ADD 1 TO pagina-reporte
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       END PROGRAM listaBitacora.

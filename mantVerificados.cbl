      *     columnas de divisores del reporte se ensancharon igual.
      *     La funcion R es el remedio para los conteos dados vuelta
      *     que el maestro arrastre de antes de la conversion.
      *   - Dominio de dieciocho cifras: clave del maestro, cortes y
      *     columnas de numero ampliados (el maestro se pasa al
      *     diseno nuevo con convierteDominio). El recalculo recibe de
      *     esPrimo el metodo del veredicto y lo compara con el
      *     grabado; con Miller-Rabin no hay cantidad de divisores que
      *     comparar y la columna sale como NO CALCULADO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
               88  verificado-primo        VALUE "S".
           05  verificado-divisores    PIC 9(5).
               10  verificado-aa       PIC 99.
               10  verificado-mm       PIC 99.
               10  verificado-dd       PIC 99.
           05  verificado-metodo       PIC X(01).
               88  verificado-por-mr       VALUE "M".

       FD  CONSULTA
           RECORDING MODE IS F.
           88  funcion-fin                 value "F".

      * corte de seleccion pedido por consola
       01  numero-entrada-texto        pic X(20) value spaces.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  corte-desde                 pic S9(18) value zero.
       01  corte-hasta                 pic S9(18)
                                       value 999999999999999999.
       01  corte-maximo                pic S9(18)
                                       value 999999999999999999.
       01  corte-valido-sw             pic X value "S".
           88  corte-valido                value "S".
       01  fecha-corte                 pic X(06) value spaces.
       01  fecha-registro              pic X(06) value spaces.

      * recalculo via esPrimo
       01  numero                      pic S9(18) value zero.
       01  es-primo-ws                 pic X(01) value "N".
           88  numero-es-primo             value "S".
       01  contador                    pic 9(5) value zero.
       01  codigo-retorno-ws           pic S9(04) comp value zero.
       01  metodo-ws                   pic X(01) value "D".
           88  metodo-miller-rabin         value "M".
       01  metodo-grabado              pic X(01) value "D".
       01  divisores-editado           pic Z(4)9.
       01  corregir-sw                 pic X value "N".
           88  hay-que-corregir            value "S".

           05  lt-aa                   pic 99.

       01  linea-detalle-maestro.
           05  ldm-numero              pic -(18)9.
           05  filler                  pic X(02) value spaces.
           05  ldm-veredicto           pic X(08).
           05  filler                  pic X(11) value "  DIVISORES".
           05  ldm-divisores           pic X(12).
           05  filler                  pic X(07) value "  FECHA".
           05  ldm-fecha               pic X(06).

       01  linea-discrepancia.
           05  ldi-numero              pic -(18)9.
           05  filler                  pic X(09) value "  MAESTRO".
           05  ldi-veredicto-viejo     pic X(02).
           05  ldi-divisores-viejos    pic X(12).
           05  filler                  pic X(10) value "  CALCULO ".
           05  ldi-veredicto-nuevo     pic X(02).
           05  ldi-divisores-nuevos    pic X(12).
           05  filler                  pic X(02) value spaces.
           05  ldi-accion              pic X(10).

               ADD 1 TO total-no-primos
               MOVE "NO PRIMO" TO ldm-veredicto
           END-IF.
           PERFORM PONER-DIVISORES-MAESTRO.
           MOVE verificado-fecha TO ldm-fecha.
           WRITE linea-consulta FROM linea-detalle-maestro.
           MOVE verificado-fecha TO fecha-registro.
               MOVE "N" TO es-primo-ws
               MOVE ZERO TO contador
               CALL "esPrimo" USING numero, es-primo-ws, contador,
                   codigo-retorno-ws, metodo-ws
               END-CALL
               IF verificado-metodo = SPACE
                   MOVE "D" TO metodo-grabado
               ELSE
                   MOVE verificado-metodo TO metodo-grabado
               END-IF
               IF codigo-retorno-ws NOT = ZERO
                   ADD 1 TO total-invalidos
                   MOVE verificado-numero TO ldi-numero
                   MOVE verificado-veredicto TO ldi-veredicto-viejo
                   PERFORM PONER-DIVISORES-VIEJOS
                   MOVE SPACES TO ldi-veredicto-nuevo
                   MOVE SPACES TO ldi-divisores-nuevos
                   MOVE "INVALIDO" TO ldi-accion
                   WRITE linea-consulta FROM linea-discrepancia
               ELSE
                   IF verificado-veredicto NOT = es-primo-ws
                       OR metodo-grabado NOT = metodo-ws
                       OR (NOT metodo-miller-rabin
                           AND verificado-divisores NOT = contador)
                       PERFORM TRATAR-DISCREPANCIA
                   END-IF
               END-IF
           ADD 1 TO total-discrepantes.
           MOVE verificado-numero TO ldi-numero.
           MOVE verificado-veredicto TO ldi-veredicto-viejo.
           PERFORM PONER-DIVISORES-VIEJOS.
           MOVE es-primo-ws TO ldi-veredicto-nuevo.
           IF metodo-miller-rabin
               MOVE "NO CALCULADO" TO ldi-divisores-nuevos
           ELSE
               MOVE contador TO divisores-editado
               MOVE divisores-editado TO ldi-divisores-nuevos
           END-IF.
           IF hay-que-corregir
               MOVE es-primo-ws TO verificado-veredicto
               MOVE contador TO verificado-divisores
               MOVE metodo-ws TO verificado-metodo
               REWRITE registro-verificado
                   INVALID KEY
                       MOVE "NO GRABADO" TO ldi-accion
           ELSE
               IF NOT hay-fecha-corte
                   AND corte-desde = ZERO
                   AND corte-hasta = corte-maximo
                   DISPLAY "SIN CORTE DE FECHA NI DE NUMEROS NO SE "
                       "DEPURA EL MAESTRO ENTERO, FUNCION CANCELADA"
               ELSE
                   ELSE
                       MOVE "NO PRIMO" TO ldm-veredicto
                   END-IF
                   PERFORM PONER-DIVISORES-MAESTRO
                   MOVE verificado-fecha TO ldm-fecha
                   WRITE linea-consulta FROM linea-detalle-maestro
                   DELETE VERIFICADOS
       PEDIR-CORTE-NUMEROS.
           MOVE "S" TO corte-valido-sw.
           MOVE ZERO TO corte-desde.
           MOVE corte-maximo TO corte-hasta.
           DISPLAY "NUMERO DESDE (BLANCO=SIN LIMITE): "
               WITH NO ADVANCING.
           ACCEPT numero-entrada-texto.
               ELSE
                   COMPUTE corte-desde =
                       FUNCTION NUMVAL(numero-entrada-texto)
                       ON SIZE ERROR
                           DISPLAY "NUMERO FUERA DE RANGO: "
                               numero-entrada-texto
                           MOVE "N" TO corte-valido-sw
                   END-COMPUTE
               END-IF
           END-IF.
           IF corte-valido
                   ELSE
                       COMPUTE corte-hasta =
                           FUNCTION NUMVAL(numero-entrada-texto)
                           ON SIZE ERROR
                               DISPLAY "NUMERO FUERA DE RANGO: "
                                   numero-entrada-texto
                               MOVE "N" TO corte-valido-sw
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

       POSICIONAR-PRINCIPIO.
           MOVE ZERO TO corte-desde.
           MOVE corte-maximo TO corte-hasta.
           PERFORM POSICIONAR-CORTE.

       POSICIONAR-CORTE.
                   SET fin-maestro TO TRUE
           END-READ.

      * con Miller-Rabin el maestro no tiene cantidad de divisores
       PONER-DIVISORES-MAESTRO.
           IF verificado-por-mr
               MOVE "NO CALCULADO" TO ldm-divisores
           ELSE
               MOVE verificado-divisores TO divisores-editado
               MOVE divisores-editado TO ldm-divisores
           END-IF.

       PONER-DIVISORES-VIEJOS.
           IF verificado-por-mr
               MOVE "NO CALCULADO" TO ldi-divisores-viejos
           ELSE
               MOVE verificado-divisores TO divisores-editado
               MOVE divisores-editado TO ldi-divisores-viejos
           END-IF.

       ESCRIBIR-TITULO.
           MOVE hoy-mm TO lt-mm.
           MOVE hoy-dd TO lt-dd.

      *     35 de archivo inexistente): un checkpoint del diseno
      *     anterior fallaba el OPEN en silencio y cada READ y WRITE
      *     posterior fallaba sin control.
      *   - El dominio paso de 10 a 18 digitos (numero-entrada-lk,
      *     numero, FACTMAST y CHECKPT en S9(18)). Hasta el limite
      *     anterior (numero-maximo-directo) el calculo sigue siendo
      *     el de divisores hasta la raiz, con conteo y factores; por
      *     encima se usa Miller-Rabin determinista con las bases
      *     2 a 37 (exacto para todo valor de 64 bits), que no da
      *     conteo de divisores ni factores. El nuevo parametro
      *     metodo-lk informa con que camino salio el veredicto
      *     (D = divisores, M = Miller-Rabin). FACTMAST y CHECKPT se
      *     abren recien con el primer numero del camino de divisores.
      *     El registro de CHECKPT.DAT vuelve a cambiar de tamano: se
      *     retira antes de la primera corrida, como la vez anterior.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  FACTORES.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       FD  CHECKPOINT-ARCHIVO.
       01  registro-checkpoint.
           05  checkpoint-numero       PIC S9(18).
           05  checkpoint-aux          PIC 9(10).
           05  checkpoint-resto        PIC 9(10).
           05  checkpoint-contador     PIC 9(5).
               88  checkpoint-en-proceso   VALUE "P".

       WORKING-STORAGE SECTION.
       01  numero pic S9(18) VALUE ZERO.
       01  aux pic 9(10) value ZERO.
       01  resto pic 9(10) value ZERO.
       01  resultado pic 9(10) value ZERO.

       01  archivos-abiertos-sw        pic X value "N".
           88  archivos-abiertos           value "S".
       01  numero-maximo-directo       pic S9(18) value 9999999999.
       01  numero-maximo-admitido      pic S9(18)
                                       value 999999999999999999.

      * Miller-Rabin: con estas doce bases la prueba es exacta para
      * todo numero menor que 3 * 10**24
       01  tabla-bases-valores         pic X(24)
                                       value "020305071113171923293137".
       01  tabla-bases-mr REDEFINES tabla-bases-valores.
           05  base-mr                 pic 99 OCCURS 12 TIMES.
       01  cantidad-bases-mr           pic 99 comp value 12.
       01  indice-base-mr              pic 99 comp value zero.
       01  numero-menos-uno            pic 9(18) value zero.
       01  impar-mr                    pic 9(18) value zero.
       01  potencia-dos-mr             pic 9(3) comp value zero.
       01  indice-cuadrado-mr          pic 9(3) comp value zero.
       01  testigo-mr                  pic 9(18) value zero.
       01  base-potencia-mr            pic 9(18) value zero.
       01  exponente-mr                pic 9(18) value zero.
       01  cociente-exponente-mr       pic 9(18) value zero.
       01  bit-exponente-mr            pic 9 value zero.
       01  resultado-potencia-mr       pic 9(18) value zero.
       01  factor-a-mr                 pic 9(18) value zero.
       01  factor-b-mr                 pic 9(18) value zero.
       01  parte-alta-mr               pic 9(9) value zero.
       01  parte-baja-mr               pic 9(9) value zero.
       01  parcial-mr                  pic 9(27) value zero.
       01  producto-mr                 pic 9(18) value zero.
       01  numero-compuesto-sw         pic X value "N".
           88  numero-compuesto            value "S".
       01  paso-superado-sw            pic X value "N".
           88  paso-superado               value "S".

       LINKAGE SECTION.
       01  numero-entrada-lk           pic S9(18).
       01  es-primo-lk                 pic X(01).
           88  es-primo-si                 value "S".
           88  es-primo-no                 value "N".
       01  codigo-retorno-lk           pic S9(04) comp value zero.
           88  retorno-ok                  value zero.
           88  retorno-numero-invalido     value 4.
       01  metodo-lk                   pic X(01).
           88  metodo-divisores            value "D".
           88  metodo-miller-rabin         value "M".

      * codigo-retorno-lk: 0 = veredicto calculado; 4 = numero-entrada
      * fuera de dominio (menor que 1 o mayor que el maximo admitido),
      * en cuyo caso es-primo-lk/contador-divisores-lk no son
      * significativos y el que llama debe revisar el numero enviado.
      * metodo-lk: D = divisores (contador-divisores-lk vale), M =
      * Miller-Rabin (contador-divisores-lk en cero, no calculado).
       PROCEDURE DIVISION USING numero-entrada-lk, es-primo-lk,
               contador-divisores-lk, codigo-retorno-lk, metodo-lk.
       MAIN-PROCEDURE.
           MOVE ZERO TO contador-divisores-lk.
           SET es-primo-no TO TRUE.
           SET metodo-divisores TO TRUE.
           IF numero-entrada-lk < 1
                   OR numero-entrada-lk > numero-maximo-admitido
               SET retorno-numero-invalido TO TRUE
           ELSE
               SET retorno-ok TO TRUE
               MOVE numero-entrada-lk TO numero
               IF numero > numero-maximo-directo
                   SET metodo-miller-rabin TO TRUE
                   PERFORM PRIMO-MILLER-RABIN
                   IF NOT numero-compuesto
                       SET es-primo-si TO TRUE
                   END-IF
               ELSE
                   IF NOT archivos-abiertos
                       PERFORM ABRIR-ARCHIVOS-CALCULO
                   END-IF
                   PERFORM PRIMO
                   IF numero > 1 AND contador NOT > 1
                       SET es-primo-si TO TRUE
                   END-IF
                   MOVE contador TO contador-divisores-lk
               END-IF
           END-IF.
           GOBACK.

                   CONTINUE
           END-DELETE.

      * ---- Miller-Rabin determinista para los numeros por encima del
      * limite del calculo por divisores: n - 1 = d * 2**s con d
      * impar; n es compuesto si para alguna base a, a**d no es 1 ni
      * n - 1 (mod n) y ninguno de los s - 1 cuadrados siguientes
      * llega a n - 1 ----

       PRIMO-MILLER-RABIN.
           MOVE "N" TO numero-compuesto-sw.
           PERFORM DESCARTAR-DIVISOR-BASE
               VARYING indice-base-mr FROM 1 BY 1
               UNTIL indice-base-mr > cantidad-bases-mr
                   OR numero-compuesto.
           IF NOT numero-compuesto
               COMPUTE numero-menos-uno = numero - 1
               MOVE numero-menos-uno TO impar-mr
               MOVE ZERO TO potencia-dos-mr
               PERFORM EXTRAER-POTENCIA-DOS
                   UNTIL FUNCTION MOD(impar-mr, 2) = 1
               PERFORM PROBAR-BASE-MR
                   VARYING indice-base-mr FROM 1 BY 1
                   UNTIL indice-base-mr > cantidad-bases-mr
                       OR numero-compuesto
           END-IF.

      * numero supera el limite directo, asi que nunca es una base
       DESCARTAR-DIVISOR-BASE.
           IF FUNCTION MOD(numero, base-mr(indice-base-mr)) = ZERO
               SET numero-compuesto TO TRUE
           END-IF.

       EXTRAER-POTENCIA-DOS.
           DIVIDE 2 INTO impar-mr.
           ADD 1 TO potencia-dos-mr.

       PROBAR-BASE-MR.
           MOVE base-mr(indice-base-mr) TO base-potencia-mr.
           MOVE impar-mr TO exponente-mr.
           PERFORM ELEVAR-MODULAR.
           IF testigo-mr NOT = 1 AND testigo-mr NOT = numero-menos-uno
               MOVE "N" TO paso-superado-sw
               MOVE 1 TO indice-cuadrado-mr
               PERFORM ELEVAR-TESTIGO-CUADRADO
                   UNTIL indice-cuadrado-mr >= potencia-dos-mr
                       OR paso-superado
               IF NOT paso-superado
                   SET numero-compuesto TO TRUE
               END-IF
           END-IF.

       ELEVAR-TESTIGO-CUADRADO.
           MOVE testigo-mr TO factor-a-mr.
           MOVE testigo-mr TO factor-b-mr.
           PERFORM MULTIPLICAR-MODULAR.
           MOVE producto-mr TO testigo-mr.
           IF testigo-mr = numero-menos-uno
               SET paso-superado TO TRUE
           END-IF.
           ADD 1 TO indice-cuadrado-mr.

      * potencia modular por cuadrados sucesivos: testigo-mr queda
      * en base-potencia-mr ** exponente-mr (mod numero)
       ELEVAR-MODULAR.
           MOVE 1 TO resultado-potencia-mr.
           PERFORM TOMAR-BIT-EXPONENTE UNTIL exponente-mr = ZERO.
           MOVE resultado-potencia-mr TO testigo-mr.

       TOMAR-BIT-EXPONENTE.
           DIVIDE exponente-mr BY 2 GIVING cociente-exponente-mr
               REMAINDER bit-exponente-mr.
           MOVE cociente-exponente-mr TO exponente-mr.
           IF bit-exponente-mr = 1
               MOVE resultado-potencia-mr TO factor-a-mr
               MOVE base-potencia-mr TO factor-b-mr
               PERFORM MULTIPLICAR-MODULAR
               MOVE producto-mr TO resultado-potencia-mr
           END-IF.
           IF exponente-mr > ZERO
               MOVE base-potencia-mr TO factor-a-mr
               MOVE base-potencia-mr TO factor-b-mr
               PERFORM MULTIPLICAR-MODULAR
               MOVE producto-mr TO base-potencia-mr
           END-IF.

      * producto modular de dos valores menores que numero: el
      * segundo factor se parte en dos mitades de nueve digitos para
      * que ningun producto intermedio pase de 27 digitos
       MULTIPLICAR-MODULAR.
           DIVIDE factor-b-mr BY 1000000000 GIVING parte-alta-mr
               REMAINDER parte-baja-mr.
           COMPUTE parcial-mr = factor-a-mr * parte-alta-mr.
           COMPUTE producto-mr = FUNCTION MOD(parcial-mr, numero).
           COMPUTE parcial-mr = producto-mr * 1000000000.
           COMPUTE producto-mr = FUNCTION MOD(parcial-mr, numero).
           COMPUTE parcial-mr = factor-a-mr * parte-baja-mr.
           COMPUTE parcial-mr =
               FUNCTION MOD(parcial-mr, numero) + producto-mr.
           COMPUTE producto-mr = FUNCTION MOD(parcial-mr, numero).

       END PROGRAM esPrimo.

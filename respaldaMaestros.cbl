
       IDENTIFICATION DIVISION.
       PROGRAM-ID. respaldaMaestros.
      *
      * Respaldo por generaciones de los maestros indexados. El job y
      * esPrimo actualizan en el lugar (I-O) VERIFICAD.DAT,
      * FACTMAST.DAT, EXCLUSION.DAT, CORRIDAS.DAT, RANGAVAN.DAT, el
      * indice de conteo de primos CONTPRIM.DAT y el maestro de
      * solicitantes SOLICITA.DAT (cuotas usadas en el dia), y no
      * quedaba copia alguna: una depuracion "D" equivocada de
      * mantVerificados o una caida a mitad de un REWRITE no tenian
      * de donde volver.
      * Funciones:
      *   G = GENERAR: descarga cada maestro, en orden de clave, a un
      *       archivo secuencial de la generacion (ccccAAMMDDHHMMSS.GEN,
      *       cccc = VERI, FACT, EXCL, CORR, RAVA, CONT o SOLI; la
      *       generacion es la fecha y hora del respaldo). Cada
      *       archivo termina con un registro de control con la
      *       cantidad de registros, el total hash de las claves
      *       (suma de las claves numericas, modulo 10**17; la clave
      *       alfanumerica de SOLI suma el ordinal de cada caracter
      *       del codigo de solicitante) y la
      *       marca del diseno de registro de los maestros (18 =
      *       numeros de hasta 18 cifras); una generacion de otro
      *       diseno no se coteja ni se restaura, porque sus imagenes
      *       no caben en los maestros de hoy. Un maestro que no
      *       existe se respalda vacio. La generacion completa se
      *       anota en el catalogo RESPCAT.DAT y se borran las
      *       generaciones mas viejas que excedan las que se
      *       conservan (parametro GENR de PARAMETROS.DAT, 7 por
      *       omision, de 1 a 99). Si algun maestro falla, la
      *       generacion se descarta entera.
      *   V = VERIFICAR: relee una generacion (en blanco, la ultima
      *       del catalogo) y coteja cantidad y total hash contra el
      *       registro de control de cada archivo. Una generacion
      *       anterior al indice de conteo no trae archivo CONT, y
      *       una anterior al respaldo de solicitantes no trae SOLI:
      *       si se piden todos los maestros, el que falta queda
      *       afuera con aviso (la criba vuelve a armar el indice; los
      *       solicitantes quedan como estan).
      *   R = RESTAURAR: coteja primero los controles de los maestros
      *       pedidos (uno o todos) y, solo si todos cuadran y el
      *       operador confirma, recrea cada maestro vacio y lo
      *       recarga desde la generacion. No corre si CERROJO.DAT
      *       tiene un job tomado, ni desde tarjetas.
      * Para correr encadenado desde las tarjetas de esPrimoJob
      * (PASO G, al principio del mazo) la funcion llega en el primer
      * registro de RESPARM.DAT, que se vacia al consumirlo; sin ese
      * archivo, o vacio, la funcion se pide por consola. Los
      * mensajes van a consola y a la bitacora del job (BITACORA.DAT,
      * por CALL a grabaBitacora). Termina con RETURN-CODE 8 ante
      * cualquier error y 4 si el operador cancela la restauracion.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFICADOS ASSIGN TO "VERIFICAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS verificado-numero
               FILE STATUS IS maestro-estado-archivo.

           SELECT FACTMAST ASSIGN TO "FACTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factor-clave
               FILE STATUS IS maestro-estado-archivo.

           SELECT EXCLUSIONES ASSIGN TO "EXCLUSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS exclusion-numero
               FILE STATUS IS maestro-estado-archivo.

           SELECT CORRIDAS ASSIGN TO "CORRIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS corrida-numero
               FILE STATUS IS maestro-estado-archivo.

           SELECT AVANCE-RANGO ASSIGN TO "RANGAVAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS avance-clave
               FILE STATUS IS maestro-estado-archivo.

           SELECT CONTEO-PRIMOS ASSIGN TO "CONTPRIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS conteo-bloque
               FILE STATUS IS maestro-estado-archivo.

           SELECT SOLICITANTES ASSIGN TO "SOLICITA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS solicitante-codigo
               FILE STATUS IS maestro-estado-archivo.

           SELECT GENERACION ASSIGN USING nombre-generacion
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS generacion-estado-archivo.

           SELECT CATALOGO ASSIGN TO "RESPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalogo-estado-archivo.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS param-estado-archivo.

           SELECT PARAMETRO-PASO ASSIGN TO "RESPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-estado-archivo.

           SELECT CERROJO ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cerrojo-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
           05  verificado-divisores    PIC 9(5).
           05  verificado-fecha        PIC 9(6).
           05  verificado-metodo       PIC X(01).

       FD  FACTMAST.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       FD  EXCLUSIONES.
       01  registro-exclusion.
           05  exclusion-numero        PIC S9(18).
           05  exclusion-motivo        PIC X(04).
           05  exclusion-usuario       PIC X(20).
           05  exclusion-vigente-desde PIC 9(6).
           05  exclusion-vigente-hasta PIC 9(6).
           05  exclusion-activa        PIC X(01).

       FD  CORRIDAS.
       01  registro-corrida.
           05  corrida-numero          PIC 9(5).
           05  corrida-modo            PIC X(01).
           05  corrida-inicio          PIC 9(12).
           05  corrida-fin             PIC 9(12).
           05  corrida-estado          PIC X(01).
           05  corrida-leidos          PIC 9(9).
           05  corrida-verificados     PIC 9(9).
           05  corrida-rechazados      PIC 9(9).

       FD  AVANCE-RANGO.
       01  registro-avance-rango.
           05  avance-clave.
               10  avance-inferior     PIC S9(18).
               10  avance-superior     PIC S9(18).
           05  avance-ultimo           PIC S9(18).
           05  avance-corrida          PIC 9(5).

       FD  CONTEO-PRIMOS.
       01  registro-conteo-primos.
           05  conteo-bloque           PIC S9(18).
           05  conteo-cantidad         PIC 9(6).
           05  conteo-corrida          PIC 9(5).
           05  conteo-fecha            PIC 9(6).

       FD  SOLICITANTES.
       01  registro-solicitante.
           05  solicitante-codigo      PIC X(05).
           05  solicitante-nombre      PIC X(30).
           05  solicitante-contacto    PIC X(30).
           05  solicitante-activo      PIC X(01).
           05  solicitante-prioridad-maxima
                                       PIC 9(01).
           05  solicitante-cuota-diaria
                                       PIC 9(07).
           05  solicitante-fecha-uso   PIC 9(06).
           05  solicitante-usados-dia  PIC 9(07).

      * la linea lleva la imagen del registro mas largo (SOLICITA);
      * las de generaciones anteriores, de 80, se leen completadas
      * con blancos
       FD  GENERACION
           RECORDING MODE IS F.
       01  linea-generacion            PIC X(92).

       FD  CATALOGO
           RECORDING MODE IS F.
       01  linea-catalogo              PIC X(12).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  registro-parametro.
           05  param-tipo              PIC X(04).
           05  param-valor-texto       PIC X(20).

       FD  PARAMETRO-PASO
           RECORDING MODE IS F.
       01  linea-parm.
           05  parm-funcion            PIC X(01).
           05  filler                  PIC X(39).

       FD  CERROJO
           RECORDING MODE IS F.
       01  registro-cerrojo            PIC X(40).

       WORKING-STORAGE SECTION.
       01  maestro-estado-archivo      pic XX value spaces.
       01  generacion-estado-archivo   pic XX value spaces.
       01  catalogo-estado-archivo     pic XX value spaces.
       01  param-estado-archivo        pic XX value spaces.
       01  parm-estado-archivo         pic XX value spaces.
       01  cerrojo-estado-archivo      pic XX value spaces.

       01  fin-maestro-sw              pic X value "N".
           88  fin-maestro                 value "S".
       01  fin-generacion-sw           pic X value "N".
           88  fin-generacion              value "S".
       01  fin-catalogo-sw             pic X value "N".
           88  fin-catalogo                value "S".
       01  fin-parametros-sw           pic X value "N".
           88  fin-parametros              value "S".
       01  paso-por-tarjeta-sw         pic X value "N".
           88  paso-por-tarjeta            value "S".
       01  maestro-presente-sw         pic X value "N".
           88  maestro-presente            value "S".
       01  generacion-correcta-sw      pic X value "S".
           88  generacion-correcta         value "S".
       01  control-hallado-sw          pic X value "N".
           88  control-hallado             value "S".
       01  cerrojo-tomado-sw           pic X value "N".
           88  cerrojo-tomado              value "S".

      * pedido
       01  funcion-entrada             pic X(01) value spaces.
           88  funcion-generar             value "G".
           88  funcion-verificar           value "V".
           88  funcion-restaurar           value "R".
       01  generacion-pedida           pic X(12) value spaces.
       01  maestro-pedido              pic X(04) value spaces.
       01  confirmacion-entrada        pic X(01) value spaces.
       01  fecha-hoy                   pic 9(6) value zero.
       01  hora-hoy.
           05  hh-hhmmss               pic 9(6).
           05  hh-cent                 pic 99.
       01  generacion-nueva            pic X(12) value spaces.
       01  generacion-en-curso         pic X(12) value spaces.

      * maestros respaldados: codigo de la generacion y archivo
       01  tabla-maestros-valores.
           05  filler             pic X(17) value "VERIVERIFICAD.DAT".
           05  filler             pic X(17) value "FACTFACTMAST.DAT ".
           05  filler             pic X(17) value "EXCLEXCLUSION.DAT".
           05  filler             pic X(17) value "CORRCORRIDAS.DAT ".
           05  filler             pic X(17) value "RAVARANGAVAN.DAT ".
           05  filler             pic X(17) value "CONTCONTPRIM.DAT ".
           05  filler             pic X(17) value "SOLISOLICITA.DAT ".
       01  tabla-maestros REDEFINES tabla-maestros-valores.
           05  entrada-maestro OCCURS 7 TIMES.
               10  tm-codigo           pic X(04).
               10  tm-archivo          pic X(13).
       01  cantidad-maestros           pic 9(2) comp value 7.
       01  indice-maestro              pic 9(2) comp value zero.
       01  resultado-maestros.
           05  resultado-maestro OCCURS 7 TIMES.
               10  rm-elegido          pic X.
               10  rm-control          pic X.
               10  rm-cantidad         pic 9(9).
       01  maestros-elegidos           pic 9(2) comp value zero.
       01  maestros-con-error          pic 9(2) comp value zero.

      * archivo de la generacion: detalle D con la imagen del
      * registro del maestro, control C al final
       01  nombre-generacion           pic X(20) value spaces.
       01  registro-generacion-ws.
           05  gen-tipo                pic X(01).
               88  gen-detalle             value "D".
               88  gen-control             value "C".
           05  gen-maestro             pic X(04).
           05  gen-datos               pic X(87).
           05  gen-datos-control REDEFINES gen-datos.
               10  ctl-generacion      pic X(12).
               10  ctl-cantidad        pic 9(9).
               10  ctl-hash            pic 9(17).
               10  ctl-diseno          pic X(02).
               10  filler              pic X(47).

       01  imagen-registro             pic X(87) value spaces.
       01  imagen-verificado REDEFINES imagen-registro.
           05  iv-numero               pic S9(18).
           05  filler                  pic X(69).
       01  imagen-factor REDEFINES imagen-registro.
           05  if-numero               pic S9(18).
           05  if-posicion             pic 9(5).
           05  filler                  pic X(64).
       01  imagen-exclusion REDEFINES imagen-registro.
           05  ie-numero               pic S9(18).
           05  filler                  pic X(69).
       01  imagen-corrida REDEFINES imagen-registro.
           05  ic-numero               pic 9(5).
           05  filler                  pic X(82).
       01  imagen-avance REDEFINES imagen-registro.
           05  ia-inferior             pic S9(18).
           05  ia-superior             pic S9(18).
           05  filler                  pic X(51).
       01  imagen-conteo REDEFINES imagen-registro.
           05  ip-bloque               pic S9(18).
           05  filler                  pic X(69).
       01  imagen-solicitante REDEFINES imagen-registro.
           05  is-codigo               pic X(05).
           05  filler                  pic X(82).
       01  indice-caracter             pic 9(2) comp value zero.

      * controles
       01  cantidad-registros          pic 9(9) value zero.
       01  hash-claves                 pic 9(17) value zero.
       01  modulo-hash                 pic 9(18)
                                       value 100000000000000000.
       01  control-cantidad            pic 9(9) value zero.
       01  control-hash                pic 9(17) value zero.
       01  control-generacion          pic X(12) value spaces.
      * diseno de registro de los maestros que lleva la generacion;
      * las anteriores al dominio de 18 cifras no lo traen
       01  control-diseno              pic X(02) value spaces.
       01  diseno-vigente              pic X(02) value "18".
       01  lineas-ajenas               pic 9(9) value zero.
       01  registros-rechazados        pic 9(9) value zero.

      * catalogo de generaciones, de la mas vieja a la mas nueva
       01  generaciones-a-conservar    pic 9(2) value 7.
       01  cantidad-generaciones       pic 9(3) comp value zero.
       01  maximo-generaciones         pic 9(3) comp value 100.
       01  tabla-generaciones.
           05  tg-generacion           pic X(12) OCCURS 100 TIMES.
       01  indice-generacion           pic 9(3) comp value zero.
       01  generaciones-a-borrar       pic 9(3) comp value zero.
       01  retorno-borrado             pic S9(9) comp value zero.

       01  cantidad-editada            pic Z(8)9.
       01  cantidad-editada-2          pic Z(8)9.
       01  param-valor                 pic S9(18) value zero.
       01  param-valor-valido-sw       pic X value "S".
           88  param-valor-valido          value "S".

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20)
               value "respaldaMaestros".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha-hoy FROM DATE.
           ACCEPT hora-hoy FROM TIME.
           PERFORM LEER-PARAMETROS.
           PERFORM OBTENER-FUNCION-PEDIDA.
           EVALUATE TRUE
               WHEN funcion-generar
                   PERFORM GENERAR-RESPALDO
               WHEN funcion-verificar
                   PERFORM VERIFICAR-RESPALDO
               WHEN funcion-restaurar
                   PERFORM RESTAURAR-RESPALDO
               WHEN OTHER
                   MOVE "RES001" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "FUNCION NO RECONOCIDA: " funcion-entrada
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * si el paso viene de tarjetas la funcion llega por RESPARM.DAT;
      * el archivo de paso se vacia al consumirlo
       OBTENER-FUNCION-PEDIDA.
           OPEN INPUT PARAMETRO-PASO.
           IF parm-estado-archivo = "00"
               READ PARAMETRO-PASO
                   AT END
                       CONTINUE
                   NOT AT END
                       SET paso-por-tarjeta TO TRUE
                       MOVE parm-funcion TO funcion-entrada
               END-READ
               CLOSE PARAMETRO-PASO
               IF paso-por-tarjeta
                   OPEN OUTPUT PARAMETRO-PASO
                   CLOSE PARAMETRO-PASO
               END-IF
           END-IF.
           IF NOT paso-por-tarjeta
               DISPLAY "FUNCION (G=GENERAR, V=VERIFICAR, "
                   "R=RESTAURAR): " WITH NO ADVANCING
               ACCEPT funcion-entrada
           END-IF.
           MOVE FUNCTION UPPER-CASE(funcion-entrada)
               TO funcion-entrada.

      * solo interesa el parametro GENR, generaciones a conservar
       LEER-PARAMETROS.
           MOVE "N" TO fin-parametros-sw.
           OPEN INPUT PARAMETROS.
           IF param-estado-archivo = "35"
               SET fin-parametros TO TRUE
           ELSE
               PERFORM LEER-REGISTRO-PARAMETRO
               PERFORM PROCESAR-REGISTRO-PARAMETRO
                   UNTIL fin-parametros
               CLOSE PARAMETROS
           END-IF.

       LEER-REGISTRO-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET fin-parametros TO TRUE
           END-READ.

      * el valor se toma como texto, como lo toma el job
       PROCESAR-REGISTRO-PARAMETRO.
           IF param-tipo = "GENR"
               PERFORM TOMAR-VALOR-PARAMETRO
               IF NOT param-valor-valido
                   OR param-valor < 1 OR param-valor > 99
                   MOVE "RES002" TO mb-codigo
                   MOVE "W" TO mb-severidad
                   STRING "GENR INVALIDO EN PARAMETROS.DAT: "
                       FUNCTION TRIM(param-valor-texto)
                       "; SE CONSERVAN " generaciones-a-conservar
                       " GENERACIONES"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
               ELSE
                   MOVE param-valor TO generaciones-a-conservar
               END-IF
           END-IF.
           PERFORM LEER-REGISTRO-PARAMETRO.

       TOMAR-VALOR-PARAMETRO.
           MOVE "S" TO param-valor-valido-sw.
           MOVE ZERO TO param-valor.
           IF param-valor-texto = SPACES
               OR FUNCTION TEST-NUMVAL(param-valor-texto) NOT = ZERO
               MOVE "N" TO param-valor-valido-sw
           ELSE
               COMPUTE param-valor =
                   FUNCTION NUMVAL(param-valor-texto)
                   ON SIZE ERROR
                       MOVE "N" TO param-valor-valido-sw
               END-COMPUTE
           END-IF.

      * ---- generar: descarga de los siete maestros ----

       GENERAR-RESPALDO.
           STRING fecha-hoy hh-hhmmss DELIMITED BY SIZE
               INTO generacion-nueva
           END-STRING.
           MOVE generacion-nueva TO generacion-en-curso.
           PERFORM LEER-CATALOGO.
           PERFORM BUSCAR-GENERACION-CATALOGO.
           IF control-hallado
               MOVE "RES024" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "LA GENERACION " generacion-nueva
                   " YA ESTA EN RESPCAT.DAT; RELANCE EL RESPALDO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO generacion-correcta-sw.
           PERFORM RESPALDAR-MAESTRO
               VARYING indice-maestro FROM 1 BY 1
               UNTIL indice-maestro > cantidad-maestros
                   OR NOT generacion-correcta.
           IF generacion-correcta
               PERFORM ANOTAR-GENERACION
           END-IF.
           IF generacion-correcta
               PERFORM PODAR-GENERACIONES
               MOVE "RES006" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "GENERACION " generacion-nueva
                   " COMPLETA; SE CONSERVAN "
                   generaciones-a-conservar " GENERACIONES"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               PERFORM BORRAR-ARCHIVOS-GENERACION
               MOVE "RES007" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "GENERACION " generacion-nueva
                   " INCOMPLETA: SE DESCARTA"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * un maestro que todavia no existe se respalda vacio
       RESPALDAR-MAESTRO.
           PERFORM ARMAR-NOMBRE-GENERACION.
           MOVE ZERO TO cantidad-registros.
           MOVE ZERO TO hash-claves.
           PERFORM ABRIR-MAESTRO-LECTURA.
           IF generacion-correcta
               OPEN OUTPUT GENERACION
               IF generacion-estado-archivo NOT = "00"
                   PERFORM AVISAR-ERROR-GENERACION
                   IF maestro-presente
                       PERFORM CERRAR-MAESTRO
                   END-IF
               END-IF
           END-IF.
           IF generacion-correcta
               IF maestro-presente
                   MOVE "N" TO fin-maestro-sw
                   PERFORM LEER-MAESTRO-SIGUIENTE
                   PERFORM DESCARGAR-REGISTRO UNTIL fin-maestro
                   PERFORM CERRAR-MAESTRO
               END-IF
               PERFORM GRABAR-CONTROL-GENERACION
               CLOSE GENERACION
               MOVE cantidad-registros TO cantidad-editada
               MOVE "RES005" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING tm-archivo(indice-maestro) ": "
                   FUNCTION TRIM(cantidad-editada)
                   " REGISTROS RESPALDADOS EN " nombre-generacion
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       DESCARGAR-REGISTRO.
           PERFORM SUMAR-CLAVE.
           MOVE "D" TO gen-tipo.
           MOVE tm-codigo(indice-maestro) TO gen-maestro.
           MOVE imagen-registro TO gen-datos.
           WRITE linea-generacion FROM registro-generacion-ws.
           ADD 1 TO cantidad-registros.
           PERFORM LEER-MAESTRO-SIGUIENTE.

       GRABAR-CONTROL-GENERACION.
           MOVE SPACES TO registro-generacion-ws.
           MOVE "C" TO gen-tipo.
           MOVE tm-codigo(indice-maestro) TO gen-maestro.
           MOVE generacion-en-curso TO ctl-generacion.
           MOVE cantidad-registros TO ctl-cantidad.
           MOVE hash-claves TO ctl-hash.
           MOVE diseno-vigente TO ctl-diseno.
           WRITE linea-generacion FROM registro-generacion-ws.

      * ---- acceso a los maestros: cada uno tiene su propio FD ----

       ABRIR-MAESTRO-LECTURA.
           MOVE "N" TO maestro-presente-sw.
           EVALUATE indice-maestro
               WHEN 1
                   OPEN INPUT VERIFICADOS
               WHEN 2
                   OPEN INPUT FACTMAST
               WHEN 3
                   OPEN INPUT EXCLUSIONES
               WHEN 4
                   OPEN INPUT CORRIDAS
               WHEN 5
                   OPEN INPUT AVANCE-RANGO
               WHEN 6
                   OPEN INPUT CONTEO-PRIMOS
               WHEN 7
                   OPEN INPUT SOLICITANTES
           END-EVALUATE.
           EVALUATE maestro-estado-archivo
               WHEN "00"
                   SET maestro-presente TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM AVISAR-ERROR-MAESTRO
           END-EVALUATE.

      * la carga recrea el maestro vacio antes de grabarlo
       ABRIR-MAESTRO-CARGA.
           EVALUATE indice-maestro
               WHEN 1
                   OPEN OUTPUT VERIFICADOS
               WHEN 2
                   OPEN OUTPUT FACTMAST
               WHEN 3
                   OPEN OUTPUT EXCLUSIONES
               WHEN 4
                   OPEN OUTPUT CORRIDAS
               WHEN 5
                   OPEN OUTPUT AVANCE-RANGO
               WHEN 6
                   OPEN OUTPUT CONTEO-PRIMOS
               WHEN 7
                   OPEN OUTPUT SOLICITANTES
           END-EVALUATE.
           IF maestro-estado-archivo NOT = "00"
               PERFORM AVISAR-ERROR-MAESTRO
           END-IF.

       AVISAR-ERROR-MAESTRO.
           MOVE "N" TO generacion-correcta-sw.
           MOVE "RES003" TO mb-codigo.
           MOVE "E" TO mb-severidad.
           STRING "ERROR AL ABRIR " tm-archivo(indice-maestro) ": "
               maestro-estado-archivo
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       AVISAR-ERROR-GENERACION.
           MOVE "N" TO generacion-correcta-sw.
           MOVE "RES004" TO mb-codigo.
           MOVE "E" TO mb-severidad.
           STRING "ERROR AL ABRIR " nombre-generacion ": "
               generacion-estado-archivo
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

      * sin START: despues del OPEN la primera lectura secuencial
      * trae el registro de clave mas baja, sea cual fuere su signo
       LEER-MAESTRO-SIGUIENTE.
           EVALUATE indice-maestro
               WHEN 1
                   READ VERIFICADOS NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-verificado TO imagen-registro
                   END-READ
               WHEN 2
                   READ FACTMAST NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-factor-maestro
                               TO imagen-registro
                   END-READ
               WHEN 3
                   READ EXCLUSIONES NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-exclusion TO imagen-registro
                   END-READ
               WHEN 4
                   READ CORRIDAS NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-corrida TO imagen-registro
                   END-READ
               WHEN 5
                   READ AVANCE-RANGO NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-avance-rango
                               TO imagen-registro
                   END-READ
               WHEN 6
                   READ CONTEO-PRIMOS NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-conteo-primos
                               TO imagen-registro
                   END-READ
               WHEN 7
                   READ SOLICITANTES NEXT RECORD
                       AT END
                           SET fin-maestro TO TRUE
                       NOT AT END
                           MOVE registro-solicitante
                               TO imagen-registro
                   END-READ
           END-EVALUATE.

       GRABAR-REGISTRO-MAESTRO.
           EVALUATE indice-maestro
               WHEN 1
                   MOVE imagen-registro TO registro-verificado
                   WRITE registro-verificado
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
               WHEN 2
                   MOVE imagen-registro TO registro-factor-maestro
                   WRITE registro-factor-maestro
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
               WHEN 3
                   MOVE imagen-registro TO registro-exclusion
                   WRITE registro-exclusion
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
               WHEN 4
                   MOVE imagen-registro TO registro-corrida
                   WRITE registro-corrida
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
               WHEN 5
                   MOVE imagen-registro TO registro-avance-rango
                   WRITE registro-avance-rango
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
               WHEN 6
                   MOVE imagen-registro TO registro-conteo-primos
                   WRITE registro-conteo-primos
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
               WHEN 7
                   MOVE imagen-registro TO registro-solicitante
                   WRITE registro-solicitante
                       INVALID KEY
                           ADD 1 TO registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO cantidad-registros
                   END-WRITE
           END-EVALUATE.

       CERRAR-MAESTRO.
           EVALUATE indice-maestro
               WHEN 1
                   CLOSE VERIFICADOS
               WHEN 2
                   CLOSE FACTMAST
               WHEN 3
                   CLOSE EXCLUSIONES
               WHEN 4
                   CLOSE CORRIDAS
               WHEN 5
                   CLOSE AVANCE-RANGO
               WHEN 6
                   CLOSE CONTEO-PRIMOS
               WHEN 7
                   CLOSE SOLICITANTES
           END-EVALUATE.

      * total hash: suma de las claves numericas de cada registro,
      * modulo 10**17 para que no desborde; el codigo de solicitante
      * es alfanumerico y suma el ordinal de cada uno de sus
      * caracteres
       SUMAR-CLAVE.
           EVALUATE indice-maestro
               WHEN 1
                   COMPUTE hash-claves = FUNCTION MOD(
                       hash-claves + iv-numero, modulo-hash)
               WHEN 2
                   COMPUTE hash-claves = FUNCTION MOD(
                       hash-claves + if-numero + if-posicion,
                       modulo-hash)
               WHEN 3
                   COMPUTE hash-claves = FUNCTION MOD(
                       hash-claves + ie-numero, modulo-hash)
               WHEN 4
                   COMPUTE hash-claves = FUNCTION MOD(
                       hash-claves + ic-numero, modulo-hash)
               WHEN 5
                   COMPUTE hash-claves = FUNCTION MOD(
                       hash-claves + ia-inferior + ia-superior,
                       modulo-hash)
               WHEN 6
                   COMPUTE hash-claves = FUNCTION MOD(
                       hash-claves + ip-bloque, modulo-hash)
               WHEN 7
                   PERFORM SUMAR-CARACTER-CLAVE
                       VARYING indice-caracter FROM 1 BY 1
                       UNTIL indice-caracter > 5
           END-EVALUATE.

       SUMAR-CARACTER-CLAVE.
           COMPUTE hash-claves = FUNCTION MOD(
               hash-claves + FUNCTION ORD(
                   is-codigo(indice-caracter:1)), modulo-hash).

       ARMAR-NOMBRE-GENERACION.
           MOVE SPACES TO nombre-generacion.
           STRING tm-codigo(indice-maestro) generacion-en-curso ".GEN"
               DELIMITED BY SIZE INTO nombre-generacion
           END-STRING.

      * ---- catalogo de generaciones ----

       LEER-CATALOGO.
           MOVE ZERO TO cantidad-generaciones.
           MOVE "N" TO fin-catalogo-sw.
           OPEN INPUT CATALOGO.
           IF catalogo-estado-archivo = "00"
               PERFORM LEER-LINEA-CATALOGO
               PERFORM CARGAR-GENERACION UNTIL fin-catalogo
               CLOSE CATALOGO
           END-IF.

       LEER-LINEA-CATALOGO.
           READ CATALOGO
               AT END
                   SET fin-catalogo TO TRUE
           END-READ.

       CARGAR-GENERACION.
           IF linea-catalogo NOT = SPACES
               IF cantidad-generaciones < maximo-generaciones
                   ADD 1 TO cantidad-generaciones
                   MOVE linea-catalogo
                       TO tg-generacion(cantidad-generaciones)
               END-IF
           END-IF.
           PERFORM LEER-LINEA-CATALOGO.

       BUSCAR-GENERACION-CATALOGO.
           MOVE "N" TO control-hallado-sw.
           PERFORM COMPARAR-GENERACION-CATALOGO
               VARYING indice-generacion FROM 1 BY 1
               UNTIL indice-generacion > cantidad-generaciones.

       COMPARAR-GENERACION-CATALOGO.
           IF tg-generacion(indice-generacion) = generacion-en-curso
               SET control-hallado TO TRUE
           END-IF.

       ANOTAR-GENERACION.
           OPEN EXTEND CATALOGO.
           IF catalogo-estado-archivo = "35"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN EXTEND CATALOGO
           END-IF.
           IF catalogo-estado-archivo NOT = "00"
               MOVE "N" TO generacion-correcta-sw
               MOVE "RES010" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR RESPCAT.DAT: "
                   catalogo-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               WRITE linea-catalogo FROM generacion-nueva
               CLOSE CATALOGO
               IF cantidad-generaciones < maximo-generaciones
                   ADD 1 TO cantidad-generaciones
                   MOVE generacion-nueva
                       TO tg-generacion(cantidad-generaciones)
               END-IF
           END-IF.

      * las generaciones sobrantes son las primeras del catalogo; se
      * borran sus archivos y el catalogo se reescribe sin ellas
       PODAR-GENERACIONES.
           IF cantidad-generaciones > generaciones-a-conservar
               COMPUTE generaciones-a-borrar =
                   cantidad-generaciones - generaciones-a-conservar
               PERFORM BORRAR-GENERACION-VIEJA
                   VARYING indice-generacion FROM 1 BY 1
                   UNTIL indice-generacion > generaciones-a-borrar
               PERFORM REESCRIBIR-CATALOGO
           END-IF.

       BORRAR-GENERACION-VIEJA.
           MOVE tg-generacion(indice-generacion)
               TO generacion-en-curso.
           PERFORM BORRAR-ARCHIVOS-GENERACION.
           MOVE "RES008" TO mb-codigo.
           MOVE "I" TO mb-severidad.
           STRING "GENERACION " generacion-en-curso " DEPURADA"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       BORRAR-ARCHIVOS-GENERACION.
           PERFORM BORRAR-ARCHIVO-GENERACION
               VARYING indice-maestro FROM 1 BY 1
               UNTIL indice-maestro > cantidad-maestros.

      * el borrado no debe pisar el RETURN-CODE del paso; un archivo
      * que ya no esta no es un error
       BORRAR-ARCHIVO-GENERACION.
           PERFORM ARMAR-NOMBRE-GENERACION.
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "CBL_DELETE_FILE" USING nombre-generacion
           END-CALL.
           MOVE RETURN-CODE TO retorno-borrado.
           MOVE retorno-guardado TO RETURN-CODE.
           IF retorno-borrado NOT = ZERO
               MOVE "RES009" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "NO SE PUDO BORRAR " nombre-generacion
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       REESCRIBIR-CATALOGO.
           OPEN OUTPUT CATALOGO.
           IF catalogo-estado-archivo NOT = "00"
               MOVE "RES010" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR RESPCAT.DAT: "
                   catalogo-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE indice-generacion = generaciones-a-borrar + 1
               PERFORM REGRABAR-GENERACION
                   UNTIL indice-generacion > cantidad-generaciones
               CLOSE CATALOGO
           END-IF.

       REGRABAR-GENERACION.
           WRITE linea-catalogo FROM tg-generacion(indice-generacion).
           ADD 1 TO indice-generacion.

      * ---- verificar: cotejo de los controles de una generacion ----

       VERIFICAR-RESPALDO.
           PERFORM PEDIR-GENERACION.
           PERFORM COTEJAR-GENERACION.
           IF maestros-con-error > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "RES023" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "GENERACION " generacion-en-curso
                   " VERIFICADA SIN ERRORES"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

      * la generacion en blanco es la ultima del catalogo; el maestro
      * en blanco, todos
       PEDIR-GENERACION.
           IF NOT paso-por-tarjeta
               DISPLAY "GENERACION (AAMMDDHHMMSS, BLANCO=ULTIMA): "
                   WITH NO ADVANCING
               ACCEPT generacion-pedida
               DISPLAY "MAESTRO (VERI, FACT, EXCL, CORR, RAVA, "
                   "CONT, SOLI; BLANCO=TODOS): " WITH NO ADVANCING
               ACCEPT maestro-pedido
               MOVE FUNCTION UPPER-CASE(maestro-pedido)
                   TO maestro-pedido
           END-IF.
           IF generacion-pedida = SPACES
               PERFORM LEER-CATALOGO
               IF cantidad-generaciones = ZERO
                   MOVE "RES011" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   MOVE "SIN GENERACIONES EN RESPCAT.DAT" TO mb-texto
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE tg-generacion(cantidad-generaciones)
                   TO generacion-pedida
           END-IF.
           MOVE generacion-pedida TO generacion-en-curso.
           MOVE ZERO TO maestros-elegidos.
           PERFORM ELEGIR-MAESTRO
               VARYING indice-maestro FROM 1 BY 1
               UNTIL indice-maestro > cantidad-maestros.
           IF maestros-elegidos = ZERO
               MOVE "RES012" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "MAESTRO NO RECONOCIDO: " maestro-pedido
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       ELEGIR-MAESTRO.
           MOVE "N" TO rm-elegido(indice-maestro).
           IF maestro-pedido = SPACES
               OR maestro-pedido = tm-codigo(indice-maestro)
               MOVE "S" TO rm-elegido(indice-maestro)
               ADD 1 TO maestros-elegidos
           END-IF.

       COTEJAR-GENERACION.
           MOVE ZERO TO maestros-con-error.
           PERFORM COTEJAR-MAESTRO
               VARYING indice-maestro FROM 1 BY 1
               UNTIL indice-maestro > cantidad-maestros.

      * el archivo cuadra si termina en su control, no trae lineas de
      * otro maestro u otra generacion y la cantidad y el total hash
      * releidos son los del control. Una generacion anterior al
      * indice de conteo no tiene archivo CONT: pedidos todos los
      * maestros, el indice se deja afuera con aviso, ya que la
      * criba lo vuelve a armar. Igual una anterior al respaldo de
      * solicitantes, que no tiene SOLI: SOLICITA.DAT queda como esta
       COTEJAR-MAESTRO.
           IF rm-elegido(indice-maestro) = "S"
               MOVE "N" TO rm-control(indice-maestro)
               PERFORM ARMAR-NOMBRE-GENERACION
               MOVE ZERO TO cantidad-registros
               MOVE ZERO TO hash-claves
               MOVE ZERO TO lineas-ajenas
               MOVE "N" TO control-hallado-sw
               MOVE SPACES TO control-diseno
               MOVE "N" TO fin-generacion-sw
               OPEN INPUT GENERACION
               EVALUATE TRUE
                   WHEN generacion-estado-archivo = "35"
                       AND tm-codigo(indice-maestro) = "CONT"
                       AND maestro-pedido = SPACES
                       PERFORM OMITIR-INDICE-CONTEO
                   WHEN generacion-estado-archivo = "35"
                       AND tm-codigo(indice-maestro) = "SOLI"
                       AND maestro-pedido = SPACES
                       PERFORM OMITIR-SOLICITANTES
                   WHEN generacion-estado-archivo NOT = "00"
                       PERFORM AVISAR-ERROR-GENERACION
                   WHEN OTHER
                       PERFORM LEER-GENERACION
                       PERFORM CONTAR-LINEA-GENERACION
                           UNTIL fin-generacion
                       CLOSE GENERACION
                       PERFORM JUZGAR-CONTROL
               END-EVALUATE
               IF rm-control(indice-maestro) NOT = "S"
                   ADD 1 TO maestros-con-error
               END-IF
           END-IF.

       OMITIR-INDICE-CONTEO.
           MOVE "N" TO rm-elegido(indice-maestro).
           MOVE "S" TO rm-control(indice-maestro).
           MOVE "RES026" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING nombre-generacion ": NO ESTA EN LA GENERACION, "
               "EL INDICE DE CONTEO NO SE COTEJA NI SE RESTAURA"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       OMITIR-SOLICITANTES.
           MOVE "N" TO rm-elegido(indice-maestro).
           MOVE "S" TO rm-control(indice-maestro).
           MOVE "RES027" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING nombre-generacion ": NO ESTA EN LA GENERACION, "
               "LOS SOLICITANTES NO SE COTEJAN NI SE RESTAURAN"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       LEER-GENERACION.
           READ GENERACION INTO registro-generacion-ws
               AT END
                   SET fin-generacion TO TRUE
           END-READ.

       CONTAR-LINEA-GENERACION.
           EVALUATE TRUE
               WHEN control-hallado
                   ADD 1 TO lineas-ajenas
               WHEN gen-maestro NOT = tm-codigo(indice-maestro)
                   ADD 1 TO lineas-ajenas
               WHEN gen-control
                   SET control-hallado TO TRUE
                   MOVE ctl-generacion TO control-generacion
                   MOVE ctl-cantidad TO control-cantidad
                   MOVE ctl-hash TO control-hash
                   MOVE ctl-diseno TO control-diseno
               WHEN gen-detalle
                   MOVE gen-datos TO imagen-registro
                   PERFORM SUMAR-CLAVE
                   ADD 1 TO cantidad-registros
               WHEN OTHER
                   ADD 1 TO lineas-ajenas
           END-EVALUATE.
           PERFORM LEER-GENERACION.

       JUZGAR-CONTROL.
           EVALUATE TRUE
               WHEN NOT control-hallado
                   OR lineas-ajenas > ZERO
                   OR control-generacion NOT = generacion-en-curso
                   MOVE "RES016" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING nombre-generacion ": SIN REGISTRO DE "
                       "CONTROL O CON LINEAS AJENAS"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
               WHEN control-diseno NOT = diseno-vigente
                   MOVE "RES025" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING nombre-generacion ": GENERACION DE UN "
                       "DISENO ANTERIOR DE LOS MAESTROS, NO SE "
                       "PUEDE COTEJAR NI RESTAURAR"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
               WHEN cantidad-registros NOT = control-cantidad
                   MOVE cantidad-registros TO cantidad-editada
                   MOVE control-cantidad TO cantidad-editada-2
                   MOVE "RES014" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING nombre-generacion ": CONTROL NO CUADRA, "
                       FUNCTION TRIM(cantidad-editada)
                       " REGISTROS LEIDOS CONTRA "
                       FUNCTION TRIM(cantidad-editada-2)
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
               WHEN hash-claves NOT = control-hash
                   MOVE "RES015" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING nombre-generacion
                       ": TOTAL HASH DE CLAVES NO CUADRA"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
               WHEN OTHER
                   MOVE "S" TO rm-control(indice-maestro)
                   MOVE cantidad-registros
                       TO rm-cantidad(indice-maestro)
                   MOVE cantidad-registros TO cantidad-editada
                   MOVE "RES013" TO mb-codigo
                   MOVE "I" TO mb-severidad
                   STRING nombre-generacion ": CONTROL CORRECTO, "
                       FUNCTION TRIM(cantidad-editada)
                       " REGISTROS, TOTAL HASH " hash-claves
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
           END-EVALUATE.
           PERFORM EMITIR-MENSAJE.

      * ---- restaurar: solo con los controles en orden ----

       RESTAURAR-RESPALDO.
           IF paso-por-tarjeta
               MOVE "RES018" TO mb-codigo
               MOVE "E" TO mb-severidad
               MOVE "LA RESTAURACION SE PIDE SOLO POR CONSOLA"
                   TO mb-texto
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONSULTAR-CERROJO.
           IF cerrojo-tomado
               MOVE "RES017" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "EJECUCION EN CURSO (CERROJO.DAT TOMADO): "
                   "NO SE RESTAURA"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PEDIR-GENERACION.
           PERFORM COTEJAR-GENERACION.
           IF maestros-con-error > ZERO
               MOVE "RES019" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "CONTROLES DE LA GENERACION "
                   generacion-en-curso
                   " CON ERRORES: NO SE RESTAURA NINGUN MAESTRO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "LOS MAESTROS ELEGIDOS SE REEMPLAZAN CON LA "
               "GENERACION " generacion-en-curso
               ". CONFIRMA (S/N): " WITH NO ADVANCING.
           ACCEPT confirmacion-entrada.
           IF FUNCTION UPPER-CASE(confirmacion-entrada) NOT = "S"
               MOVE "RES020" TO mb-codigo
               MOVE "W" TO mb-severidad
               MOVE "RESTAURACION CANCELADA POR EL OPERADOR"
                   TO mb-texto
               PERFORM EMITIR-MENSAJE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO generacion-correcta-sw.
           PERFORM RECARGAR-MAESTRO
               VARYING indice-maestro FROM 1 BY 1
               UNTIL indice-maestro > cantidad-maestros.
           IF NOT generacion-correcta
               MOVE 8 TO RETURN-CODE
           END-IF.

      * un CERROJO.DAT vacio equivale a cerrojo libre
       CONSULTAR-CERROJO.
           MOVE "N" TO cerrojo-tomado-sw.
           OPEN INPUT CERROJO.
           IF cerrojo-estado-archivo = "00"
               READ CERROJO
                   AT END
                       CONTINUE
                   NOT AT END
                       SET cerrojo-tomado TO TRUE
               END-READ
               CLOSE CERROJO
           END-IF.

       RECARGAR-MAESTRO.
           IF rm-elegido(indice-maestro) = "S"
               PERFORM ARMAR-NOMBRE-GENERACION
               MOVE ZERO TO cantidad-registros
               MOVE ZERO TO registros-rechazados
               MOVE "N" TO fin-generacion-sw
               OPEN INPUT GENERACION
               IF generacion-estado-archivo NOT = "00"
                   PERFORM AVISAR-ERROR-GENERACION
               ELSE
                   PERFORM ABRIR-MAESTRO-CARGA
                   IF maestro-estado-archivo = "00"
                       PERFORM LEER-GENERACION
                       PERFORM CARGAR-LINEA-GENERACION
                           UNTIL fin-generacion
                       PERFORM CERRAR-MAESTRO
                       PERFORM INFORMAR-RECARGA
                   END-IF
                   CLOSE GENERACION
               END-IF
           END-IF.

       CARGAR-LINEA-GENERACION.
           IF gen-detalle
               MOVE gen-datos TO imagen-registro
               PERFORM GRABAR-REGISTRO-MAESTRO
           END-IF.
           PERFORM LEER-GENERACION.

       INFORMAR-RECARGA.
           MOVE cantidad-registros TO cantidad-editada.
           IF registros-rechazados = ZERO
               AND cantidad-registros = rm-cantidad(indice-maestro)
               MOVE "RES021" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING tm-archivo(indice-maestro) " RESTAURADO DE "
                   nombre-generacion ": "
                   FUNCTION TRIM(cantidad-editada) " REGISTROS"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
           ELSE
               MOVE "N" TO generacion-correcta-sw
               MOVE registros-rechazados TO cantidad-editada-2
               MOVE "RES022" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING tm-archivo(indice-maestro) " RECARGADO CON "
                   FUNCTION TRIM(cantidad-editada) " REGISTROS Y "
                   FUNCTION TRIM(cantidad-editada-2)
                   " RECHAZADOS: REVISAR"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
           END-IF.
           PERFORM EMITIR-MENSAJE.

      * cada mensaje va a consola y a la bitacora del job; el CALL
      * no debe pisar el RETURN-CODE que ya dejo el paso
       EMITIR-MENSAJE.
           DISPLAY FUNCTION TRIM(mb-texto TRAILING).
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "grabaBitacora" USING mensaje-bitacora-ws
           END-CALL.
           MOVE retorno-guardado TO RETURN-CODE.
           MOVE SPACES TO mb-texto.

       END PROGRAM respaldaMaestros.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. grabaBitacora.
      *
      * Bitacora permanente de mensajes de la cadena nocturna. Todo lo
      * que esPrimoJob y los programas que invoca tenian para decir
      * salia solo por consola con DISPLAY, y al correrse la pantalla
      * el turno de la manana no tenia nada que leer. Cada mensaje se
      * sigue mostrando por consola y ademas se agrega, por CALL a
      * este subprograma, a BITACORA.DAT con fecha, hora, corrida,
      * numero de paso, programa, codigo de mensaje y severidad:
      *   I = informativo, W = aviso, E = error del paso,
      *   S = grave (el job se detiene o no arranca).
      * Funciones de mensaje-bitacora-lk:
      *   C = fija el contexto (corrida y paso en curso); lo hace
      *       esPrimoJob al abrir cada corrida y antes de cada paso;
      *   M = graba el mensaje; una corrida o un paso en cero toman
      *       los del contexto, asi los programas satelite no
      *       necesitan saber en que corrida ni en que paso corren.
      * El archivo se abre y se cierra en cada mensaje para que lo
      * grabado quede en disco aunque el job caiga despues. Una
      * bitacora que no abre se avisa por consola y no detiene a
      * quien llama.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA ASSIGN TO "BITACORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bitacora-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA
           RECORDING MODE IS F.
       01  linea-bitacora              PIC X(156).

       WORKING-STORAGE SECTION.
       01  bitacora-estado-archivo     pic XX value spaces.
       01  contexto-corrida            pic 9(5) value zero.
       01  contexto-paso               pic 9(3) value zero.

       01  fecha-mensaje               pic 9(6) value zero.
       01  hora-mensaje.
           05  hm-hhmmss               pic 9(6).
           05  hm-cent                 pic 99.

       01  registro-bitacora-ws.
           05  rb-fecha                pic 9(6).
           05  filler                  pic X value space.
           05  rb-hora                 pic 9(6).
           05  filler                  pic X value space.
           05  rb-corrida              pic 9(5).
           05  filler                  pic X value space.
           05  rb-paso                 pic 9(3).
           05  filler                  pic X value space.
           05  rb-programa             pic X(20).
           05  filler                  pic X value space.
           05  rb-codigo               pic X(08).
           05  filler                  pic X value space.
           05  rb-severidad            pic X(01).
           05  filler                  pic X value space.
           05  rb-texto                pic X(100).

       LINKAGE SECTION.
       01  mensaje-bitacora-lk.
           05  mb-funcion-lk           pic X(01).
               88  fijar-contexto          value "C".
               88  grabar-mensaje          value "M".
           05  mb-corrida-lk           pic 9(5).
           05  mb-paso-lk              pic 9(3).
           05  mb-programa-lk          pic X(20).
           05  mb-codigo-lk            pic X(08).
           05  mb-severidad-lk         pic X(01).
           05  mb-texto-lk             pic X(100).

       PROCEDURE DIVISION USING mensaje-bitacora-lk.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN fijar-contexto
                   MOVE mb-corrida-lk TO contexto-corrida
                   MOVE mb-paso-lk TO contexto-paso
               WHEN grabar-mensaje
                   PERFORM GRABAR-REGISTRO-BITACORA
           END-EVALUATE.
           GOBACK.

       GRABAR-REGISTRO-BITACORA.
           ACCEPT fecha-mensaje FROM DATE.
           ACCEPT hora-mensaje FROM TIME.
           MOVE fecha-mensaje TO rb-fecha.
           MOVE hm-hhmmss TO rb-hora.
           IF mb-corrida-lk = ZERO
               MOVE contexto-corrida TO rb-corrida
           ELSE
               MOVE mb-corrida-lk TO rb-corrida
           END-IF.
           IF mb-paso-lk = ZERO
               MOVE contexto-paso TO rb-paso
           ELSE
               MOVE mb-paso-lk TO rb-paso
           END-IF.
           MOVE mb-programa-lk TO rb-programa.
           MOVE mb-codigo-lk TO rb-codigo.
           MOVE mb-severidad-lk TO rb-severidad.
           MOVE mb-texto-lk TO rb-texto.
           OPEN EXTEND BITACORA.
           IF bitacora-estado-archivo = "35"
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF.
           IF bitacora-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR BITACORA.DAT: "
                   bitacora-estado-archivo
           ELSE
               WRITE linea-bitacora FROM registro-bitacora-ws
               CLOSE BITACORA
           END-IF.

       END PROGRAM grabaBitacora.

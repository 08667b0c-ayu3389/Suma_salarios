      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM18.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: CONTROLADOR DEL CICLO NOCTURNO. EJECUTA EN ORDEN LOS *
      *          PASOS DEL ARCHIVO DE DEFINICION (CICLODEF.TXT): PGM08*
      *          PRE-EDICION, PGM02 MANTENIMIENTO, ROTACION DEL       *
      *          MAESTRO, PGM01, PGM09 Y PGM11. CADA PASO INDICA SU   *
      *          CODIGO DE RETORNO MAXIMO Y LOS PASOS ANTERIORES DE   *
      *          LOS QUE DEPENDE CON EL CODIGO MAXIMO QUE ACEPTA DE   *
      *          CADA UNO; SI UN PREREQUISITO NO SE CUMPLE EL PASO SE *
      *          SALTA (POR EJEMPLO, NO HAY PGM09 SI PGM01 TERMINO    *
      *          CON 8). EL AVANCE SE GRABA PASO A PASO EN EL ARCHIVO *
      *          DE ESTADO (CICLOEST.TXT): AL REEJECUTAR EL MISMO     *
      *          CICLO LOS PASOS YA COMPLETOS NO SE REPITEN Y LA      *
      *          CORRIDA SE REANUDA EN EL PASO FALLIDO, PARA NO       *
      *          APLICAR DOS VECES UN LOTE DE TRANSACCIONES NI ROTAR  *
      *          DOS VECES LAS FOTOS. UN PASO QUE QUEDO EN EJECUCION  *
      *          (CORTE DEL CONTROLADOR) NO SE REPITE SOLO: EL        *
      *          OPERADOR DEBE VERIFICARLO E INDICAR SI SE REEJECUTA  *
      *          O SE DA POR COMPLETO. TERMINA CON EL RESUMEN DEL     *
      *          CICLO (CICLOREP.TXT).                                *
      *          UN PASO COMPLETO CUYO CODIGO DE RETORNO HIZO SALTAR A*
      *          UN DEPENDIENTE SE PUEDE VOLVER A CORRER EN EL MISMO  *
      *          CICLO NOMBRANDOLO EN CICLO_REEJECUTA; LA REEJECUCION *
      *          FORZADA QUEDA EN EL RESUMEN. LA VARIABLE SE RETIRA   *
      *          DESPUES DE ESA CORRIDA.                              *
      *          SI EL ESTADO GRABADO ES DE OTRO CICLO QUE NO TERMINO *
      *          (POR EJEMPLO, UN CICLO QUE PASO LA MEDIANOCHE O QUE  *
      *          SE REEJECUTA AL DIA SIGUIENTE CON EL CICLO_ID POR    *
      *          DEFECTO), NO SE ARRANCA UNO NUEVO: EL CONTROLADOR    *
      *          TERMINA CON 12 E INFORMA EL CICLO PENDIENTE, QUE SE  *
      *          REANUDA CON CICLO_ID O SE ABANDONA EXPLICITAMENTE CON*
      *          CICLO_DESCARTA. EL PASO DE PGM17 DEBE INCLUIR EN SU  *
      *          COMANDO LA ROTACION DEL PENDIENTES NUEVO, Y EL DE    *
      *          PGM08 LA DEL SUSPENSO Y LAS APROBADAS NUEVOS: NO     *
      *          CORRER PGM02 ENTRE PGM17 Y LA ROTACION DE PENDIENTES.*
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT CICLODEF  ASSIGN TO DYNAMIC WS-RUTA-CICLODEF
               FILE STATUS IS WS-FS-CICLODEF.

           SELECT CICLOEST  ASSIGN TO DYNAMIC WS-RUTA-CICLOEST
               FILE STATUS IS WS-FS-CICLOEST.

           SELECT CICLOREP  ASSIGN TO DYNAMIC WS-RUTA-CICLOREP
               FILE STATUS IS WS-FS-CICLOREP.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLODEF

           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CICLODEF           PIC X(300).

       FD  CICLOEST

           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CICLOEST           PIC X(60).

       FD  CICLOREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CICLOREP           PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-CICLODEF    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CICLOEST    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CICLOREP    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-CICLODEF     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CICLODEF.TXT".
           05 WS-DEF-CICLOEST     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CICLOEST.TXT".
           05 WS-DEF-CICLOREP     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CICLOREP.TXT".

       01  WS-FS-CICLODEF         PIC X(02)    VALUE SPACES.
       01  WS-FS-CICLOEST         PIC X(02)    VALUE SPACES.
       01  WS-FS-CICLOREP         PIC X(02)    VALUE SPACES.

      *PASO DEL CICLO TAL COMO SE CARGA EN CICLODEF.TXT, UNO POR
      *RENGLON EN EL ORDEN DE EJECUCION. UN RENGLON EN BLANCO O CON
      *'*' EN LA PRIMERA POSICION ES COMENTARIO. HASTA 4
      *PREREQUISITOS, CADA UNO CON EL CODIGO MAXIMO QUE SE LE ACEPTA;
      *SOLO PUEDEN SER PASOS DEFINIDOS MAS ARRIBA. EJEMPLO:
      *PGM01   RESUMEN DE SALARIOS           04PGM02   04...
       01  WS-REG-CICLODEF.
           05 WS-CDF-PASO         PIC X(08).
           05 WS-CDF-MARCA REDEFINES WS-CDF-PASO.
              10 WS-CDF-MARCA-1   PIC X(01).
              10 FILLER           PIC X(07).
           05 WS-CDF-DESCRIPCION  PIC X(30).
           05 WS-CDF-RC-MAX       PIC 9(02).
           05 WS-CDF-PREREQ       OCCURS 4 TIMES.
              10 WS-CDF-PRE-PASO  PIC X(08).
              10 WS-CDF-PRE-RC-MAX PIC 9(02).
           05 WS-CDF-COMANDO      PIC X(200).
           05 FILLER              PIC X(20).

      *ESTADO DE UN PASO EN EL CICLO, UN REGISTRO POR PASO. EL
      *ARCHIVO SE REESCRIBE COMPLETO ANTES Y DESPUES DE CADA PASO.
       01  WS-REG-CICLOEST.
           05 WS-EST-CICLO        PIC X(08).
           05 WS-EST-PASO         PIC X(08).
           05 WS-EST-ESTADO       PIC X(01).
           05 WS-EST-RC           PIC 9(03).
           05 WS-EST-FECHA-INI    PIC 9(08).
           05 WS-EST-HORA-INI     PIC 9(06).
           05 WS-EST-FECHA-FIN    PIC 9(08).
           05 WS-EST-HORA-FIN     PIC 9(06).
           05 WS-EST-INTENTOS     PIC 9(02).
           05 FILLER              PIC X(10).

      *PASOS DEL CICLO CON SU ESTADO. ESTADOS: 'P' PENDIENTE, 'E' EN
      *EJECUCION, 'C' COMPLETO (RC DENTRO DE SU MAXIMO), 'F' FALLIDO,
      *'S' SALTADO POR PREREQUISITO.
       01  WS-TABLA-PASOS.
           05 WS-PAS-TAB          OCCURS 20 TIMES.
              10 WS-PAS-PASO      PIC X(08).
              10 WS-PAS-DESCRIPCION PIC X(30).
              10 WS-PAS-RC-MAX    PIC 9(02).
              10 WS-PAS-PREREQ    OCCURS 4 TIMES.
                 15 WS-PAS-PRE-IX PIC 9(02).
                 15 WS-PAS-PRE-RC-MAX PIC 9(02).
              10 WS-PAS-COMANDO   PIC X(200).
              10 WS-PAS-ESTADO    PIC X(01).
                 88 PASO-PENDIENTE             VALUE 'P'.
                 88 PASO-EN-EJECUCION          VALUE 'E'.
                 88 PASO-COMPLETO              VALUE 'C'.
                 88 PASO-FALLIDO               VALUE 'F'.
                 88 PASO-SALTADO               VALUE 'S'.
              10 WS-PAS-RC        PIC 9(03).
              10 WS-PAS-FECHA-INI PIC 9(08).
              10 WS-PAS-HORA-INI  PIC 9(06).
              10 WS-PAS-FECHA-FIN PIC 9(08).
              10 WS-PAS-HORA-FIN  PIC 9(06).
              10 WS-PAS-INTENTOS  PIC 9(02).
              10 WS-PAS-RESULTADO PIC X(40).

       01  WS-CONTROL-PASOS.
           05 WS-PAS-CARGADOS     PIC 9(02)    VALUE 0.
           05 WS-PAS-IX           PIC 9(02)    VALUE 0.
           05 WS-PRE-IX           PIC 9(02)    VALUE 0.
           05 WS-AUX-IX           PIC 9(02)    VALUE 0.
           05 WS-BUS-IX           PIC 9(02)    VALUE 0.
           05 WS-BUS-LIMITE       PIC 9(02)    VALUE 0.
           05 WS-BUS-PASO         PIC X(08)    VALUE SPACES.
           05 WS-CDF-LINEA        PIC 9(03)    VALUE 0.
           05 WS-RC-SISTEMA       PIC S9(09)   VALUE 0.
           05 WS-RC-PASO          PIC 9(03)    VALUE 0.
           05 WS-PRE-RC-ED        PIC ZZ9.
           05 WS-MENSAJE          PIC X(80)    VALUE SPACES.
           05 WS-SW-DEFINICION    PIC X(01)    VALUE 'S'.
              88 DEFINICION-OK                 VALUE 'S'.
              88 DEFINICION-CON-ERROR          VALUE 'N'.
           05 WS-SW-PREREQ        PIC X(01)    VALUE 'S'.
              88 PREREQ-CUMPLIDO               VALUE 'S'.
              88 PREREQ-NO-CUMPLIDO            VALUE 'N'.
           05 WS-SW-REANUDA       PIC X(01)    VALUE 'N'.
              88 CICLO-REANUDADO               VALUE 'S'.
           05 WS-SW-INTERRUMPIDO  PIC X(01)    VALUE 'N'.
              88 HAY-INTERRUMPIDO              VALUE 'S'.
           05 WS-SW-PENDIENTE     PIC X(01)    VALUE 'N'.
              88 HAY-CICLO-PENDIENTE           VALUE 'S'.

      *IDENTIFICACION DEL CICLO (VARIABLE CICLO_ID, POR DEFECTO LA
      *FECHA DEL DIA AAAAMMDD): EL ESTADO SOLO SE RETOMA SI ES DEL
      *MISMO CICLO. CICLO_REEJECUTA Y CICLO_DA_COMPLETO RESUELVEN UN
      *PASO QUE QUEDO EN EJECUCION, CON EL CODIGO DEL PASO.
      *CICLO_REEJECUTA TAMBIEN FUERZA A REPETIR UN PASO COMPLETO.
      *CICLO_DESCARTA ABANDONA UN CICLO ANTERIOR QUE QUEDO INCOMPLETO
      *PARA PODER ARRANCAR OTRO; WS-CICLO-PENDIENTE ES ESE CICLO.
       01  WS-PARAMETROS-CICLO.
           05 WS-CICLO-ID         PIC X(08)    VALUE SPACES.
           05 WS-CICLO-DESCARTA   PIC X(08)    VALUE SPACES.
           05 WS-CICLO-PENDIENTE  PIC X(08)    VALUE SPACES.
           05 WS-CICLO-REEJECUTA  PIC X(08)    VALUE SPACES.
           05 WS-CICLO-DA-COMPLETO PIC X(08)   VALUE SPACES.

       01  WS-TOTALES-CICLO.
           05 WS-TOT-EJECUTADOS   PIC 9(02)    VALUE 0.
           05 WS-TOT-ANTERIORES   PIC 9(02)    VALUE 0.
           05 WS-TOT-FALLIDOS     PIC 9(02)    VALUE 0.
           05 WS-TOT-SALTADOS     PIC 9(02)    VALUE 0.
           05 WS-TOT-ESTADOS      PIC 9(03)    VALUE 0.

      *CODIGO DE RETORNO: 00 CICLO COMPLETO SIN AVISOS, 04 COMPLETO
      *CON ALGUN PASO EN AVISO, 08 CICLO INCOMPLETO (PASO FALLIDO O
      *SALTADO: REEJECUTAR PARA REANUDAR), 12 DEFINICION CON ERRORES,
      *PASO INTERRUMPIDO SIN RESOLVER O FALLA DE APERTURA.
       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).
           03 WS-ACTUAL-HORA.
              05 WS-HORA-HH       PIC 9(02).
              05 WS-HORA-MM       PIC 9(02).
              05 WS-HORA-SS       PIC 9(02).

      *CONTROL DE SALTO DE PAGINA.
       01  WS-CONTROL-PAGINA.
           05 WS-LINEA-CONT       PIC 9(03)    VALUE 0.
           05 WS-MAX-LINEAS       PIC 9(03)    VALUE 55.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE 1.

      *LINEAS DEL RESUMEN DEL CICLO.
       01  WS-CIC-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(36)    VALUE
              "CICLO NOCTURNO - RESUMEN DE PASOS   ".
           05 FILLER              PIC X(07)    VALUE "CICLO: ".
           05 WS-CIC-TIT-CICLO    PIC X(08).
           05 FILLER              PIC X(35)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-CIC-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CIC-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CIC-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-CIC-TIT-PAGINA   PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-CIC-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-CIC-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PASO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE "DESCRIPCION".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "INICIO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "FIN".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE " RC".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MAX".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "INT".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE "RESULTADO".
           05 FILLER              PIC X(09)    VALUE ' '.

       01  WS-CIC-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-PASO         PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-INICIO       PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-FIN          PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-RC           PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-RC-MAX       PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-INTENTOS     PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-RESULTADO    PIC X(40).
           05 FILLER              PIC X(09)    VALUE ' '.

       01  WS-CIC-HORA-ED.
           05 WS-CIC-HOR-HH       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE ":".
           05 WS-CIC-HOR-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE ":".
           05 WS-CIC-HOR-SS       PIC 9(02).
       01  WS-CIC-HORA-NUM REDEFINES WS-CIC-HORA-ED.
           05 FILLER              PIC X(08).

       01  WS-HORA-AUX.
           05 WS-AUX-HH           PIC 9(02).
           05 WS-AUX-MM           PIC 9(02).
           05 WS-AUX-SS           PIC 9(02).
       01  WS-HORA-AUX-N REDEFINES WS-HORA-AUX PIC 9(06).

       01  WS-CIC-RC-ED           PIC ZZ9.

       01  WS-CIC-MENSAJE-LIN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CIC-MENSAJE      PIC X(119).

       01  WS-CIC-TOTALES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "PASOS:   ".
           05 WS-CIC-TOT-PASOS    PIC Z9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(13)    VALUE "EJECUTADOS:  ".
           05 WS-CIC-TOT-EJEC     PIC Z9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(23)    VALUE
              "COMPLETOS EN ANTERIOR: ".
           05 WS-CIC-TOT-ANT      PIC Z9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(10)    VALUE "FALLIDOS: ".
           05 WS-CIC-TOT-FALL     PIC Z9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(10)    VALUE "SALTADOS: ".
           05 WS-CIC-TOT-SALT     PIC Z9.
           05 FILLER              PIC X(32)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT

           OPEN OUTPUT CICLOREP
           IF WS-FS-CICLOREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CICLOREP - STATUS "
                     WS-FS-CICLOREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-CICLO-ID       TO WS-CIC-TIT-CICLO
           MOVE WS-DATE-DD        TO WS-CIC-TIT-DD
           MOVE WS-DATE-MM        TO WS-CIC-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-CIC-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 013-CARGA-DEFINICION THRU 013-EXIT
           IF DEFINICION-CON-ERROR
                MOVE "DEFINICION DEL CICLO CON ERRORES: NO SE EJECUTA"
                                   TO WS-MENSAJE
                PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
                MOVE 12            TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                PERFORM 100-FIN
           END-IF

           PERFORM 014-LEE-ESTADO THRU 014-EXIT
           IF HAY-CICLO-PENDIENTE
                MOVE SPACES        TO WS-MENSAJE
                STRING "CICLO ANTERIOR " DELIMITED BY SIZE
                       WS-CICLO-PENDIENTE DELIMITED BY SPACE
                       " INCOMPLETO: REANUDARLO CON CICLO_ID O "
                                   DELIMITED BY SIZE
                       "DESCARTARLO - NO SE EJECUTA"
                                   DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
                MOVE 12            TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                PERFORM 100-FIN
           END-IF
           IF HAY-INTERRUMPIDO
                MOVE "PASO INTERRUMPIDO SIN RESOLVER: NO SE EJECUTA"
                                   TO WS-MENSAJE
                PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
                MOVE 12            TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                PERFORM 100-FIN
           END-IF

           MOVE 1                 TO WS-PAS-IX
           PERFORM 020-PROCESA-PASO THRU 020-EXIT
                UNTIL WS-PAS-IX > WS-PAS-CARGADOS

           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-CICLODEF FROM ENVIRONMENT "CICLODEF_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CICLODEF TO WS-RUTA-CICLODEF
           END-ACCEPT

           ACCEPT WS-RUTA-CICLOEST FROM ENVIRONMENT "CICLOEST_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CICLOEST TO WS-RUTA-CICLOEST
           END-ACCEPT

           ACCEPT WS-RUTA-CICLOREP FROM ENVIRONMENT "CICLOREP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CICLOREP TO WS-RUTA-CICLOREP
           END-ACCEPT

           ACCEPT WS-CICLO-ID FROM ENVIRONMENT "CICLO_ID"
                ON EXCEPTION
                     MOVE SPACES   TO WS-CICLO-ID
           END-ACCEPT
           IF WS-CICLO-ID = SPACES
                MOVE WS-ACTUAL-DATE TO WS-CICLO-ID
           END-IF

           ACCEPT WS-CICLO-DESCARTA FROM ENVIRONMENT "CICLO_DESCARTA"
                ON EXCEPTION
                     MOVE SPACES   TO WS-CICLO-DESCARTA
           END-ACCEPT

           ACCEPT WS-CICLO-REEJECUTA FROM ENVIRONMENT "CICLO_REEJECUTA"
                ON EXCEPTION
                     MOVE SPACES   TO WS-CICLO-REEJECUTA
           END-ACCEPT

           ACCEPT WS-CICLO-DA-COMPLETO
                FROM ENVIRONMENT "CICLO_DA_COMPLETO"
                ON EXCEPTION
                     MOVE SPACES   TO WS-CICLO-DA-COMPLETO
           END-ACCEPT.
       012-EXIT.
           EXIT.

      *CARGA Y VALIDA LA DEFINICION DEL CICLO. CUALQUIER ERROR DEJA
      *LA DEFINICION INVALIDA Y EL CICLO NO SE EJECUTA: CORRER MEDIO
      *CICLO CON UNA DEPENDENCIA MAL ESCRITA ES PEOR QUE NO CORRERLO.
       013-CARGA-DEFINICION.
           OPEN INPUT CICLODEF
           IF WS-FS-CICLODEF NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CICLODEF - STATUS "
                     WS-FS-CICLODEF
                CLOSE CICLOREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-PASO THRU 0130-EXIT
                UNTIL WS-FS-CICLODEF = "10"
           CLOSE CICLODEF
           IF WS-PAS-CARGADOS = 0
                MOVE "DEFINICION SIN PASOS" TO WS-MENSAJE
                PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
                SET DEFINICION-CON-ERROR TO TRUE
           END-IF.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-PASO.
           READ CICLODEF INTO WS-REG-CICLODEF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CICLODEF = "10"
                GO TO 0130-EXIT
           END-IF
           ADD 1                  TO WS-CDF-LINEA
           IF WS-REG-CICLODEF = SPACES OR WS-CDF-MARCA-1 = '*'
                GO TO 0130-EXIT
           END-IF
           IF WS-PAS-CARGADOS NOT < 20
                MOVE "MAS DE 20 PASOS EN LA DEFINICION" TO WS-MENSAJE
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0130-EXIT
           END-IF
           IF WS-CDF-PASO = SPACES
                MOVE "PASO SIN CODIGO" TO WS-MENSAJE
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0130-EXIT
           END-IF
           IF WS-CDF-RC-MAX NOT NUMERIC
                MOVE "RC MAXIMO DEL PASO NO NUMERICO" TO WS-MENSAJE
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0130-EXIT
           END-IF
           IF WS-CDF-COMANDO = SPACES
                MOVE "PASO SIN COMANDO" TO WS-MENSAJE
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0130-EXIT
           END-IF
           MOVE WS-CDF-PASO       TO WS-BUS-PASO
           MOVE WS-PAS-CARGADOS   TO WS-BUS-LIMITE
           PERFORM 0131-BUSCA-PASO THRU 0131-EXIT
           IF WS-BUS-IX > 0
                MOVE "PASO DUPLICADO" TO WS-MENSAJE
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0130-EXIT
           END-IF

           ADD 1                  TO WS-PAS-CARGADOS
           MOVE WS-PAS-CARGADOS   TO WS-PAS-IX
           MOVE WS-CDF-PASO       TO WS-PAS-PASO (WS-PAS-IX)
           MOVE WS-CDF-DESCRIPCION TO WS-PAS-DESCRIPCION (WS-PAS-IX)
           MOVE WS-CDF-RC-MAX     TO WS-PAS-RC-MAX (WS-PAS-IX)
           MOVE WS-CDF-COMANDO    TO WS-PAS-COMANDO (WS-PAS-IX)
           SET PASO-PENDIENTE (WS-PAS-IX) TO TRUE
           MOVE 0                 TO WS-PAS-RC (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-FECHA-INI (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-HORA-INI (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-FECHA-FIN (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-HORA-FIN (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-INTENTOS (WS-PAS-IX)
           MOVE SPACES            TO WS-PAS-RESULTADO (WS-PAS-IX)
           MOVE 1                 TO WS-PRE-IX
           PERFORM 0132-RESUELVE-PREREQ THRU 0132-EXIT
                UNTIL WS-PRE-IX > 4.
       0130-EXIT.
           EXIT.

      *BUSCA WS-BUS-PASO ENTRE LOS PRIMEROS WS-BUS-LIMITE PASOS;
      *DEJA SU POSICION EN WS-BUS-IX (CERO SI NO ESTA).
       0131-BUSCA-PASO.
           MOVE 0                 TO WS-BUS-IX
           MOVE 1                 TO WS-AUX-IX
           PERFORM 0133-COMPARA-PASO THRU 0133-EXIT
                UNTIL WS-AUX-IX > WS-BUS-LIMITE OR WS-BUS-IX > 0.
       0131-EXIT.
           EXIT.

      *UN PREREQUISITO SOLO PUEDE SER UN PASO YA DEFINIDO (ANTERIOR
      *EN EL ORDEN DE EJECUCION); SE GUARDA SU POSICION EN LA TABLA.
       0132-RESUELVE-PREREQ.
           MOVE 0           TO WS-PAS-PRE-IX (WS-PAS-IX, WS-PRE-IX)
           MOVE 0           TO WS-PAS-PRE-RC-MAX (WS-PAS-IX, WS-PRE-IX)
           IF WS-CDF-PRE-PASO (WS-PRE-IX) = SPACES
                GO TO 0132-SIGUIENTE
           END-IF
           IF WS-CDF-PRE-RC-MAX (WS-PRE-IX) NOT NUMERIC
                MOVE "RC MAXIMO DE PREREQUISITO NO NUMERICO"
                                   TO WS-MENSAJE
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0132-SIGUIENTE
           END-IF
           MOVE WS-CDF-PRE-PASO (WS-PRE-IX) TO WS-BUS-PASO
           COMPUTE WS-BUS-LIMITE = WS-PAS-IX - 1
           PERFORM 0131-BUSCA-PASO THRU 0131-EXIT
           IF WS-BUS-IX = 0
                MOVE SPACES        TO WS-MENSAJE
                STRING "PREREQUISITO NO DEFINIDO ANTES DEL PASO: "
                          DELIMITED BY SIZE
                       WS-BUS-PASO DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 0139-ERROR-DEFINICION THRU 0139-EXIT
                GO TO 0132-SIGUIENTE
           END-IF
           MOVE WS-BUS-IX   TO WS-PAS-PRE-IX (WS-PAS-IX, WS-PRE-IX)
           MOVE WS-CDF-PRE-RC-MAX (WS-PRE-IX)
                            TO WS-PAS-PRE-RC-MAX (WS-PAS-IX, WS-PRE-IX).
       0132-SIGUIENTE.
           ADD 1                  TO WS-PRE-IX.
       0132-EXIT.
           EXIT.

       0133-COMPARA-PASO.
           IF WS-PAS-PASO (WS-AUX-IX) = WS-BUS-PASO
                MOVE WS-AUX-IX     TO WS-BUS-IX
           END-IF
           ADD 1                  TO WS-AUX-IX.
       0133-EXIT.
           EXIT.

       0139-ERROR-DEFINICION.
           DISPLAY "ERROR: CICLODEF RENGLON " WS-CDF-LINEA ": "
                WS-MENSAJE
           MOVE WS-MENSAJE        TO WS-CIC-MENSAJE
           MOVE SPACES            TO WS-MENSAJE
           STRING "ERROR EN DEFINICION, RENGLON " DELIMITED BY SIZE
                  WS-CDF-LINEA    DELIMITED BY SIZE
                  ": "            DELIMITED BY SIZE
                  WS-CIC-MENSAJE  DELIMITED BY SIZE
                INTO WS-MENSAJE
           END-STRING
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
           SET DEFINICION-CON-ERROR TO TRUE.
       0139-EXIT.
           EXIT.

      *RETOMA EL ESTADO GRABADO. SI NO EXISTE, O ES DE OTRO CICLO
      *QUE TERMINO COMPLETO, EL CICLO EMPIEZA DE CERO. SI ES DE OTRO
      *CICLO QUE QUEDO INCOMPLETO NO SE ARRANCA NADA (SE PISARIA SU
      *ESTADO Y SE VOLVERIA A APLICAR SU LOTE), SALVO QUE EL OPERADOR
      *LO DESCARTE CON CICLO_DESCARTA. SI ES DEL MISMO CICLO, LOS PASOS
      *COMPLETOS QUEDAN COMO ESTAN Y LOS FALLIDOS O SALTADOS VUELVEN A
      *PENDIENTE; UN PASO EN EJECUCION SOLO SE RESUELVE POR OPERADOR.
      *UN PASO COMPLETO SE REPITE SOLO SI EL OPERADOR LO NOMBRA EN
      *CICLO_REEJECUTA (VER 0144-FUERZA-REEJECUCION).
       014-LEE-ESTADO.
           OPEN INPUT CICLOEST
           IF WS-FS-CICLOEST NOT = "00"
                DISPLAY "AVISO: SIN ESTADO ANTERIOR, CICLO NUEVO "
                     WS-CICLO-ID
                GO TO 014-EXIT
           END-IF
           PERFORM 0140-LEE-UN-ESTADO THRU 0140-EXIT
                UNTIL WS-FS-CICLOEST = "10"
           CLOSE CICLOEST
           IF WS-CICLO-PENDIENTE NOT = SPACES
                PERFORM 0141-CICLO-PENDIENTE THRU 0141-EXIT
                IF HAY-CICLO-PENDIENTE
                     GO TO 014-EXIT
                END-IF
           END-IF
           IF NOT CICLO-REANUDADO
                GO TO 014-EXIT
           END-IF
           DISPLAY "CICLO " WS-CICLO-ID " REANUDADO"
           MOVE SPACES            TO WS-MENSAJE
           STRING "CICLO REANUDADO: LOS PASOS COMPLETOS NO SE "
                       DELIMITED BY SIZE
                  "REPITEN"    DELIMITED BY SIZE
                INTO WS-MENSAJE
           END-STRING
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
           MOVE 1                 TO WS-PAS-IX
           PERFORM 0142-PREPARA-REANUDA THRU 0142-EXIT
                UNTIL WS-PAS-IX > WS-PAS-CARGADOS.
       014-EXIT.
           EXIT.

       0140-LEE-UN-ESTADO.
           READ CICLOEST INTO WS-REG-CICLOEST
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CICLOEST = "10"
                GO TO 0140-EXIT
           END-IF
           ADD 1                  TO WS-TOT-ESTADOS
           IF WS-EST-CICLO NOT = WS-CICLO-ID
                IF WS-EST-ESTADO NOT = 'C'
                     MOVE WS-EST-CICLO TO WS-CICLO-PENDIENTE
                END-IF
                GO TO 0140-EXIT
           END-IF
           MOVE WS-EST-PASO       TO WS-BUS-PASO
           MOVE WS-PAS-CARGADOS   TO WS-BUS-LIMITE
           PERFORM 0131-BUSCA-PASO THRU 0131-EXIT
           IF WS-BUS-IX = 0
                DISPLAY "AVISO: ESTADO DE PASO QUE YA NO ESTA EN LA "
                     "DEFINICION: " WS-EST-PASO
                GO TO 0140-EXIT
           END-IF
           SET CICLO-REANUDADO    TO TRUE
           MOVE WS-EST-ESTADO     TO WS-PAS-ESTADO (WS-BUS-IX)
           IF WS-EST-RC NUMERIC
                MOVE WS-EST-RC     TO WS-PAS-RC (WS-BUS-IX)
           END-IF
           IF WS-EST-FECHA-INI NUMERIC AND WS-EST-HORA-INI NUMERIC
                MOVE WS-EST-FECHA-INI TO WS-PAS-FECHA-INI (WS-BUS-IX)
                MOVE WS-EST-HORA-INI  TO WS-PAS-HORA-INI (WS-BUS-IX)
           END-IF
           IF WS-EST-FECHA-FIN NUMERIC AND WS-EST-HORA-FIN NUMERIC
                MOVE WS-EST-FECHA-FIN TO WS-PAS-FECHA-FIN (WS-BUS-IX)
                MOVE WS-EST-HORA-FIN  TO WS-PAS-HORA-FIN (WS-BUS-IX)
           END-IF
           IF WS-EST-INTENTOS NUMERIC
                MOVE WS-EST-INTENTOS TO WS-PAS-INTENTOS (WS-BUS-IX)
           END-IF.
       0140-EXIT.
           EXIT.

      *EL ESTADO ES DE OTRO CICLO CON PASOS SIN COMPLETAR. SOLO SE
      *SIGUE SI EL OPERADOR LO DESCARTA NOMBRANDOLO EN CICLO_DESCARTA;
      *EL DESCARTE QUEDA EN EL RESUMEN.
       0141-CICLO-PENDIENTE.
           IF WS-CICLO-DESCARTA = WS-CICLO-PENDIENTE
                DISPLAY "AVISO: CICLO INCOMPLETO DESCARTADO POR EL "
                     "OPERADOR: " WS-CICLO-PENDIENTE
                MOVE SPACES        TO WS-MENSAJE
                STRING "CICLO ANTERIOR " DELIMITED BY SIZE
                       WS-CICLO-PENDIENTE DELIMITED BY SPACE
                       " INCOMPLETO, DESCARTADO POR EL OPERADOR"
                                   DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
                GO TO 0141-EXIT
           END-IF
           DISPLAY "ERROR: EL CICLO " WS-CICLO-PENDIENTE
                " QUEDO INCOMPLETO. REANUDAR CON CICLO_ID="
                WS-CICLO-PENDIENTE " O DESCARTAR CON CICLO_DESCARTA="
                WS-CICLO-PENDIENTE
           SET HAY-CICLO-PENDIENTE TO TRUE.
       0141-EXIT.
           EXIT.

       0142-PREPARA-REANUDA.
           IF PASO-COMPLETO (WS-PAS-IX)
                PERFORM 0144-FUERZA-REEJECUCION THRU 0144-EXIT
                GO TO 0142-SIGUIENTE
           END-IF
           IF PASO-EN-EJECUCION (WS-PAS-IX)
                PERFORM 0143-RESUELVE-INTERRUMPIDO THRU 0143-EXIT
                GO TO 0142-SIGUIENTE
           END-IF
           SET PASO-PENDIENTE (WS-PAS-IX) TO TRUE.
       0142-SIGUIENTE.
           ADD 1                  TO WS-PAS-IX.
       0142-EXIT.
           EXIT.

      *EL PASO ARRANCO Y EL CONTROLADOR NO LLEGO A GRABAR SU FIN: NO
      *SE SABE SI EL PASO TERMINO. SE REPITE O SE DA POR COMPLETO
      *SOLO SI EL OPERADOR LO INDICA CON CICLO_REEJECUTA O
      *CICLO_DA_COMPLETO.
       0143-RESUELVE-INTERRUMPIDO.
           IF WS-CICLO-REEJECUTA = WS-PAS-PASO (WS-PAS-IX)
                SET PASO-PENDIENTE (WS-PAS-IX) TO TRUE
                DISPLAY "AVISO: PASO INTERRUMPIDO SE REEJECUTA: "
                     WS-PAS-PASO (WS-PAS-IX)
                GO TO 0143-EXIT
           END-IF
           IF WS-CICLO-DA-COMPLETO = WS-PAS-PASO (WS-PAS-IX)
                SET PASO-COMPLETO (WS-PAS-IX) TO TRUE
                MOVE 0             TO WS-PAS-RC (WS-PAS-IX)
                MOVE "DADO POR COMPLETO POR EL OPERADOR"
                                   TO WS-PAS-RESULTADO (WS-PAS-IX)
                DISPLAY "AVISO: PASO INTERRUMPIDO DADO POR COMPLETO: "
                     WS-PAS-PASO (WS-PAS-IX)
                PERFORM 030-GRABA-ESTADO THRU 030-EXIT
                GO TO 0143-EXIT
           END-IF
           DISPLAY "ERROR: PASO INTERRUMPIDO, VERIFICAR E INDICAR "
                "CICLO_REEJECUTA O CICLO_DA_COMPLETO: "
                WS-PAS-PASO (WS-PAS-IX)
           MOVE "INTERRUMPIDO: VERIFICAR ANTES DE SEGUIR"
                                  TO WS-PAS-RESULTADO (WS-PAS-IX)
           SET HAY-INTERRUMPIDO   TO TRUE.
       0143-EXIT.
           EXIT.

      *UN PASO COMPLETO PUEDE HABER TERMINADO CON UN CODIGO DENTRO DE
      *SU MAXIMO PERO MAYOR AL QUE ACEPTA UN DEPENDIENTE, QUE QUEDO
      *SALTADO. CORREGIDA LA CAUSA, EL OPERADOR LO NOMBRA EN
      *CICLO_REEJECUTA: VUELVE A PENDIENTE Y EL RESUMEN REGISTRA QUE
      *LA REEJECUCION FUE FORZADA Y CON QUE CODIGO HABIA TERMINADO.
       0144-FUERZA-REEJECUCION.
           IF WS-CICLO-REEJECUTA NOT = WS-PAS-PASO (WS-PAS-IX)
                GO TO 0144-EXIT
           END-IF
           SET PASO-PENDIENTE (WS-PAS-IX) TO TRUE
           MOVE SPACES            TO WS-PAS-RESULTADO (WS-PAS-IX)
           MOVE WS-PAS-RC (WS-PAS-IX) TO WS-PRE-RC-ED
           DISPLAY "AVISO: PASO COMPLETO SE REEJECUTA POR PEDIDO DEL "
                "OPERADOR: " WS-PAS-PASO (WS-PAS-IX)
           MOVE SPACES            TO WS-MENSAJE
           STRING "REEJECUCION FORZADA POR EL OPERADOR DEL PASO "
                       DELIMITED BY SIZE
                  WS-PAS-PASO (WS-PAS-IX) DELIMITED BY SPACE
                  " (COMPLETO CON RC " DELIMITED BY SIZE
                  WS-PRE-RC-ED    DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
                INTO WS-MENSAJE
           END-STRING
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT.
       0144-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-CIC-TIT-PAGINA
           WRITE REG-CICLOREP FROM WS-CIC-TITULO AFTER ADVANCING 1
           WRITE REG-CICLOREP FROM WS-CIC-GUIONES AFTER ADVANCING 1
           MOVE 2                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF.
       016-EXIT.
           EXIT.

       019-GRABA-MENSAJE.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-MENSAJE        TO WS-CIC-MENSAJE
           WRITE REG-CICLOREP FROM WS-CIC-MENSAJE-LIN AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       019-EXIT.
           EXIT.

      *UN PASO: SI YA ESTA COMPLETO (CORRIDA ANTERIOR DEL CICLO) NO
      *SE TOCA; SI ALGUN PREREQUISITO NO TERMINO COMPLETO DENTRO DEL
      *CODIGO QUE SE LE ACEPTA, SE SALTA; SI NO, SE EJECUTA. EL
      *ESTADO SE GRABA AL ARRANCAR Y AL TERMINAR EL PASO.
       020-PROCESA-PASO.
           IF PASO-COMPLETO (WS-PAS-IX)
                ADD 1              TO WS-TOT-ANTERIORES
                IF WS-PAS-RESULTADO (WS-PAS-IX) = SPACES
                     MOVE "COMPLETO EN CORRIDA ANTERIOR"
                                   TO WS-PAS-RESULTADO (WS-PAS-IX)
                END-IF
                GO TO 020-SIGUIENTE
           END-IF

           SET PREREQ-CUMPLIDO    TO TRUE
           MOVE 1                 TO WS-PRE-IX
           PERFORM 021-VERIFICA-PREREQ THRU 021-EXIT
                UNTIL WS-PRE-IX > 4 OR PREREQ-NO-CUMPLIDO
           IF PREREQ-NO-CUMPLIDO
                SET PASO-SALTADO (WS-PAS-IX) TO TRUE
                ADD 1              TO WS-TOT-SALTADOS
                DISPLAY "CICLO: PASO SALTADO " WS-PAS-PASO (WS-PAS-IX)
                PERFORM 030-GRABA-ESTADO THRU 030-EXIT
                GO TO 020-SIGUIENTE
           END-IF

           PERFORM 025-EJECUTA-PASO THRU 025-EXIT.
       020-SIGUIENTE.
           ADD 1                  TO WS-PAS-IX.
       020-EXIT.
           EXIT.

       021-VERIFICA-PREREQ.
           MOVE WS-PAS-PRE-IX (WS-PAS-IX, WS-PRE-IX) TO WS-AUX-IX
           IF WS-AUX-IX = 0
                GO TO 021-SIGUIENTE
           END-IF
           IF NOT PASO-COMPLETO (WS-AUX-IX)
                SET PREREQ-NO-CUMPLIDO TO TRUE
                MOVE SPACES        TO WS-PAS-RESULTADO (WS-PAS-IX)
                STRING "SALTADO: " DELIMITED BY SIZE
                       WS-PAS-PASO (WS-AUX-IX) DELIMITED BY SPACE
                       " NO COMPLETO" DELIMITED BY SIZE
                     INTO WS-PAS-RESULTADO (WS-PAS-IX)
                END-STRING
                GO TO 021-EXIT
           END-IF
           IF WS-PAS-RC (WS-AUX-IX) >
              WS-PAS-PRE-RC-MAX (WS-PAS-IX, WS-PRE-IX)
                SET PREREQ-NO-CUMPLIDO TO TRUE
                MOVE WS-PAS-RC (WS-AUX-IX) TO WS-PRE-RC-ED
                MOVE SPACES        TO WS-PAS-RESULTADO (WS-PAS-IX)
                STRING "SALTADO: " DELIMITED BY SIZE
                       WS-PAS-PASO (WS-AUX-IX) DELIMITED BY SPACE
                       " TERMINO CON RC " DELIMITED BY SIZE
                       WS-PRE-RC-ED DELIMITED BY SIZE
                     INTO WS-PAS-RESULTADO (WS-PAS-IX)
                END-STRING
                GO TO 021-EXIT
           END-IF.
       021-SIGUIENTE.
           ADD 1                  TO WS-PRE-IX.
       021-EXIT.
           EXIT.

      *EJECUTA EL COMANDO DEL PASO Y TOMA SU CODIGO DE RETORNO. EN
      *ALGUNOS SISTEMAS EL ESTADO VUELVE MULTIPLICADO POR 256; UN
      *CODIGO NEGATIVO ES QUE EL COMANDO NI SIQUIERA ARRANCO.
       025-EJECUTA-PASO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           SET PASO-EN-EJECUCION (WS-PAS-IX) TO TRUE
           ADD 1                  TO WS-PAS-INTENTOS (WS-PAS-IX)
           MOVE WS-ACTUAL-DATE    TO WS-PAS-FECHA-INI (WS-PAS-IX)
           MOVE WS-ACTUAL-HORA    TO WS-PAS-HORA-INI (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-FECHA-FIN (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-HORA-FIN (WS-PAS-IX)
           MOVE 0                 TO WS-PAS-RC (WS-PAS-IX)
           PERFORM 030-GRABA-ESTADO THRU 030-EXIT
           DISPLAY "CICLO: INICIA PASO " WS-PAS-PASO (WS-PAS-IX)
                " " WS-PAS-DESCRIPCION (WS-PAS-IX)

           CALL "SYSTEM" USING WS-PAS-COMANDO (WS-PAS-IX)
           MOVE RETURN-CODE       TO WS-RC-SISTEMA
           MOVE 0                 TO RETURN-CODE
           IF WS-RC-SISTEMA > 255
                DIVIDE 256 INTO WS-RC-SISTEMA
           END-IF
           IF WS-RC-SISTEMA < 0 OR WS-RC-SISTEMA > 999
                MOVE 999           TO WS-RC-PASO
           ELSE
                MOVE WS-RC-SISTEMA TO WS-RC-PASO
           END-IF

           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           MOVE WS-ACTUAL-DATE    TO WS-PAS-FECHA-FIN (WS-PAS-IX)
           MOVE WS-ACTUAL-HORA    TO WS-PAS-HORA-FIN (WS-PAS-IX)
           MOVE WS-RC-PASO        TO WS-PAS-RC (WS-PAS-IX)
           ADD 1                  TO WS-TOT-EJECUTADOS
           IF WS-RC-PASO > WS-PAS-RC-MAX (WS-PAS-IX)
                SET PASO-FALLIDO (WS-PAS-IX) TO TRUE
                ADD 1              TO WS-TOT-FALLIDOS
                IF WS-RC-PASO = 999
                     MOVE "FALLIDO: EL COMANDO NO SE PUDO EJECUTAR"
                                   TO WS-PAS-RESULTADO (WS-PAS-IX)
                ELSE
                     MOVE "FALLIDO: RC SUPERA EL MAXIMO DEL PASO"
                                   TO WS-PAS-RESULTADO (WS-PAS-IX)
                END-IF
           ELSE
                SET PASO-COMPLETO (WS-PAS-IX) TO TRUE
                MOVE "EJECUTADO"   TO WS-PAS-RESULTADO (WS-PAS-IX)
           END-IF
           DISPLAY "CICLO: TERMINA PASO " WS-PAS-PASO (WS-PAS-IX)
                " RC " WS-RC-PASO
           PERFORM 030-GRABA-ESTADO THRU 030-EXIT.
       025-EXIT.
           EXIT.

      *REESCRIBE EL ESTADO COMPLETO DEL CICLO. SI NO SE PUEDE GRABAR
      *EL CICLO SE CORTA: SEGUIR SIN ESTADO ES JUSTAMENTE LO QUE
      *PERMITE APLICAR DOS VECES UN PASO AL REEJECUTAR.
       030-GRABA-ESTADO.
           OPEN OUTPUT CICLOEST
           IF WS-FS-CICLOEST NOT = "00"
                DISPLAY "ERROR: NO SE PUDO GRABAR CICLOEST - STATUS "
                     WS-FS-CICLOEST
                CLOSE CICLOREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE 1                 TO WS-AUX-IX
           PERFORM 031-GRABA-UN-ESTADO THRU 031-EXIT
                UNTIL WS-AUX-IX > WS-PAS-CARGADOS
           CLOSE CICLOEST.
       030-EXIT.
           EXIT.

       031-GRABA-UN-ESTADO.
           MOVE SPACES            TO WS-REG-CICLOEST
           MOVE WS-CICLO-ID       TO WS-EST-CICLO
           MOVE WS-PAS-PASO (WS-AUX-IX)      TO WS-EST-PASO
           MOVE WS-PAS-ESTADO (WS-AUX-IX)    TO WS-EST-ESTADO
           MOVE WS-PAS-RC (WS-AUX-IX)        TO WS-EST-RC
           MOVE WS-PAS-FECHA-INI (WS-AUX-IX) TO WS-EST-FECHA-INI
           MOVE WS-PAS-HORA-INI (WS-AUX-IX)  TO WS-EST-HORA-INI
           MOVE WS-PAS-FECHA-FIN (WS-AUX-IX) TO WS-EST-FECHA-FIN
           MOVE WS-PAS-HORA-FIN (WS-AUX-IX)  TO WS-EST-HORA-FIN
           MOVE WS-PAS-INTENTOS (WS-AUX-IX)  TO WS-EST-INTENTOS
           WRITE REG-CICLOEST FROM WS-REG-CICLOEST
           ADD 1                  TO WS-AUX-IX.
       031-EXIT.
           EXIT.

      *RENGLON DEL RESUMEN POR PASO, CON EL CODIGO DE RETORNO QUE
      *APORTA AL DEL CICLO.
       040-IMPRIME-PASO.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-PAS-PASO (WS-PAS-IX)        TO WS-CIC-PASO
           MOVE WS-PAS-DESCRIPCION (WS-PAS-IX) TO WS-CIC-DESCRIPCION
           MOVE SPACES            TO WS-CIC-INICIO
           MOVE SPACES            TO WS-CIC-FIN
           MOVE SPACES            TO WS-CIC-RC
           IF WS-PAS-FECHA-INI (WS-PAS-IX) > 0
                MOVE WS-PAS-HORA-INI (WS-PAS-IX) TO WS-HORA-AUX-N
                PERFORM 041-EDITA-HORA THRU 041-EXIT
                MOVE WS-CIC-HORA-NUM TO WS-CIC-INICIO
           END-IF
           IF WS-PAS-FECHA-FIN (WS-PAS-IX) > 0
                MOVE WS-PAS-HORA-FIN (WS-PAS-IX) TO WS-HORA-AUX-N
                PERFORM 041-EDITA-HORA THRU 041-EXIT
                MOVE WS-CIC-HORA-NUM TO WS-CIC-FIN
                MOVE WS-PAS-RC (WS-PAS-IX) TO WS-CIC-RC-ED
                MOVE WS-CIC-RC-ED  TO WS-CIC-RC
           END-IF
           MOVE WS-PAS-RC-MAX (WS-PAS-IX)   TO WS-CIC-RC-MAX
           MOVE WS-PAS-INTENTOS (WS-PAS-IX) TO WS-CIC-INTENTOS
           IF PASO-PENDIENTE (WS-PAS-IX) AND
              WS-PAS-RESULTADO (WS-PAS-IX) = SPACES
                MOVE "NO EJECUTADO" TO WS-PAS-RESULTADO (WS-PAS-IX)
           END-IF
           MOVE WS-PAS-RESULTADO (WS-PAS-IX) TO WS-CIC-RESULTADO
           WRITE REG-CICLOREP FROM WS-CIC-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT

           IF PASO-COMPLETO (WS-PAS-IX)
                IF WS-PAS-RC (WS-PAS-IX) > 0
                     MOVE 4        TO WS-RC-NUEVO
                     PERFORM 097-ELEVA-RC THRU 097-EXIT
                END-IF
           ELSE
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           ADD 1                  TO WS-PAS-IX.
       040-EXIT.
           EXIT.

       041-EDITA-HORA.
           MOVE WS-AUX-HH         TO WS-CIC-HOR-HH
           MOVE WS-AUX-MM         TO WS-CIC-HOR-MM
           MOVE WS-AUX-SS         TO WS-CIC-HOR-SS.
       041-EXIT.
           EXIT.

      *EL CODIGO DE RETORNO FINAL ES EL PEOR (MAS ALTO) DETECTADO.
       097-ELEVA-RC.
           IF WS-RC-NUEVO > WS-CODIGO-RETORNO
                MOVE WS-RC-NUEVO   TO WS-CODIGO-RETORNO
           END-IF.
       097-EXIT.
           EXIT.

      *CORTE POR FALLA DE APERTURA DE ARCHIVO, COMO EN PGM01.
       099-ABEND-ARCHIVO.
           MOVE 12                TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
       099-EXIT.
           EXIT.

       100-FIN.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           WRITE REG-CICLOREP FROM WS-CIC-SUBTITULO AFTER ADVANCING 2
           WRITE REG-CICLOREP FROM WS-CIC-GUIONES AFTER ADVANCING 1
           ADD 3                  TO WS-LINEA-CONT
           MOVE 1                 TO WS-PAS-IX
           PERFORM 040-IMPRIME-PASO THRU 040-EXIT
                UNTIL WS-PAS-IX > WS-PAS-CARGADOS

           MOVE WS-PAS-CARGADOS   TO WS-CIC-TOT-PASOS
           MOVE WS-TOT-EJECUTADOS TO WS-CIC-TOT-EJEC
           MOVE WS-TOT-ANTERIORES TO WS-CIC-TOT-ANT
           MOVE WS-TOT-FALLIDOS   TO WS-CIC-TOT-FALL
           MOVE WS-TOT-SALTADOS   TO WS-CIC-TOT-SALT
           WRITE REG-CICLOREP FROM WS-CIC-GUIONES AFTER ADVANCING 1
           WRITE REG-CICLOREP FROM WS-CIC-TOTALES AFTER ADVANCING 1
           ADD 2                  TO WS-LINEA-CONT

           IF WS-CODIGO-RETORNO = 0
                MOVE "RESULTADO DEL CICLO: COMPLETO" TO WS-MENSAJE
           END-IF
           IF WS-CODIGO-RETORNO = 4
                MOVE "RESULTADO DEL CICLO: COMPLETO CON AVISOS"
                                   TO WS-MENSAJE
           END-IF
           IF WS-CODIGO-RETORNO = 8
                MOVE SPACES        TO WS-MENSAJE
                STRING "RESULTADO DEL CICLO: INCOMPLETO - CORREGIR Y "
                            DELIMITED BY SIZE
                       "REEJECUTAR EL MISMO CICLO PARA REANUDAR"
                            DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
           END-IF
           IF WS-CODIGO-RETORNO = 12
                MOVE "RESULTADO DEL CICLO: NO EJECUTADO"
                                   TO WS-MENSAJE
           END-IF
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT

           CLOSE CICLOREP
           DISPLAY "CICLO " WS-CICLO-ID " - CODIGO DE RETORNO "
                WS-CODIGO-RETORNO
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

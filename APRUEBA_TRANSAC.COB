      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM17.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: CORRIDA DE APROBACION DEL DOBLE CONTROL. LEE LAS     *
      *          TRANSACCIONES QUE PGM02 RETUVO EN PENDIENTES (BAJAS  *
      *          Y CAMBIOS DE SALARIO POR ENCIMA DEL UMBRAL) Y EL     *
      *          ARCHIVO DE DECISIONES CARGADO POR UN SEGUNDO         *
      *          OPERADOR (APROBADA O RECHAZADA, POR EMPLEADO Y TIPO).*
      *          LAS APROBADAS SALEN CON EL APROBADOR CARGADO AL      *
      *          ARCHIVO QUE PGM08 SUMA AL LOTE SIGUIENTE; LAS        *
      *          RECHAZADAS SE DESCARTAN; LAS SIN DECISION (O CON UNA *
      *          DECISION OBSERVADA) PASAN AL PENDIENTES NUEVO, QUE   *
      *          EL JOB ROTA AL LUGAR DEL ANTERIOR. UN OPERADOR NUNCA *
      *          PUEDE APROBAR LO QUE EL MISMO CARGO. TODO QUEDA EN   *
      *          EL LISTADO DE APROBACIONES CON OPERADOR Y APROBADOR. *
      *          EL ARCHIVO DE APROBADAS SE AMPLIA (EXTEND), ASI QUE  *
      *          VARIAS CORRIDAS DE APROBACION ANTES DEL LOTE SE      *
      *          ACUMULAN. PGM08 LO CONSUME: DEJA VACIO EL ARCHIVO DE *
      *          APROBADAS NUEVO Y EL JOB LO ROTA AL LUGAR DE         *
      *          APROBADAS, DE MODO QUE CADA APROBADA SE APLICA UNA   *
      *          SOLA VEZ. NO CORRER PGM17 ENTRE PGM08 Y ESA ROTACION.*
      *          PGM02 AGREGA RETENCIONES AL PENDIENTES MIENTRAS QUE  *
      *          ESTE PROGRAMA LO REEMPLAZA POR EL PENDIENTES NUEVO:  *
      *          LA ROTACION VA EN EL MISMO PASO QUE PGM17 Y NO SE    *
      *          DEBE CORRER PGM02 ENTRE PGM17 Y LA ROTACION DE       *
      *          PENDIENTES, PORQUE LO QUE RETENGA SE PIERDE.         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT PENDIENTES ASSIGN TO DYNAMIC WS-RUTA-PENDIENTES
               FILE STATUS IS WS-FS-PENDIENTES.

           SELECT DECISIONES ASSIGN TO DYNAMIC WS-RUTA-DECISIONES
               FILE STATUS IS WS-FS-DECISIONES.

           SELECT APROBADAS ASSIGN TO DYNAMIC WS-RUTA-APROBADAS
               FILE STATUS IS WS-FS-APROBADAS.

           SELECT PENDNUEVO ASSIGN TO DYNAMIC WS-RUTA-PENDNUEVO
               FILE STATUS IS WS-FS-PENDNUEVO.

           SELECT APROBREP  ASSIGN TO DYNAMIC WS-RUTA-APROBREP
               FILE STATUS IS WS-FS-APROBREP.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDIENTES         PIC X(100).

       FD  DECISIONES

           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DECISIONES         PIC X(30).

       FD  APROBADAS

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-APROBADAS          PIC X(80).

       FD  PENDNUEVO

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDNUEVO          PIC X(100).

       FD  APROBREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-APROBREP           PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-PENDIENTES  PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DECISIONES  PIC X(100)   VALUE SPACES.
           05 WS-RUTA-APROBADAS   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-PENDNUEVO   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-APROBREP    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-PENDIENTES   PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\PENDIENT.TXT".
           05 WS-DEF-DECISIONES   PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DECISION.TXT".
           05 WS-DEF-APROBADAS    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\APROBADAS.TXT".
           05 WS-DEF-PENDNUEVO    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\PENDNUEV.TXT".
           05 WS-DEF-APROBREP     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\APROBREP.TXT".

       01  WS-FS-PENDIENTES       PIC X(02)    VALUE SPACES.
       01  WS-FS-DECISIONES       PIC X(02)    VALUE SPACES.
       01  WS-FS-APROBADAS        PIC X(02)    VALUE SPACES.
       01  WS-FS-PENDNUEVO        PIC X(02)    VALUE SPACES.
       01  WS-FS-APROBREP         PIC X(02)    VALUE SPACES.

      *TRANSACCION RETENIDA, MISMO LAYOUT QUE GRABA 039-RETIENE-
      *TRANSAC DE PGM02: LA TRANSACCION COMPLETA, LA FECHA EN QUE SE
      *RETUVO Y EL SALARIO QUE TENIA EL EMPLEADO EN ESE MOMENTO.
       01  WS-REG-PENDIENTE.
           05 WS-PEN-TRANSAC.
              10 WS-TRN-TIPO      PIC X(01).
                 88 TRN-BAJA                   VALUE 'B'.
                 88 TRN-MODIF                  VALUE 'M'.
              10 WS-TRN-NUMERO    PIC X(05).
              10 WS-TRN-NOMBRE    PIC X(30).
              10 WS-TRN-STATUS    PIC 9(01).
              10 WS-TRN-DEPTO     PIC 9(03).
              10 WS-TRN-PUESTO    PIC 9(02).
              10 WS-TRN-SALARIO   PIC 9(07)V99.
              10 WS-TRN-OPERADOR  PIC X(08).
              10 WS-TRN-APROBADOR PIC X(08).
              10 WS-TRN-FECHA-EFECTIVA.
                 15 WS-TRN-EFE-AAAA PIC 9(04).
                 15 WS-TRN-EFE-MM PIC 9(02).
                 15 WS-TRN-EFE-DD PIC 9(02).
              10 WS-TRN-MOTIVO-BAJA PIC X(02).
              10 WS-TRN-PREAVISO  PIC X(01).
              10 FILLER           PIC X(02).
           05 WS-PEN-FECHA.
              10 WS-PEN-AAAA      PIC 9(04).
              10 WS-PEN-MM        PIC 9(02).
              10 WS-PEN-DD        PIC 9(02).
           05 WS-PEN-SAL-ANTERIOR PIC 9(07)V99.
           05 FILLER              PIC X(03).

      *DECISION DEL SEGUNDO OPERADOR: 'A' APRUEBA, 'R' RECHAZA LA
      *TRANSACCION RETENIDA DEL EMPLEADO Y TIPO ('B' O 'M') INDICADOS.
       01  WS-REG-DECISION.
           05 WS-DEC-NUMERO       PIC X(05).
           05 WS-DEC-TIPO         PIC X(01).
              88 DEC-TIPO-BAJA                 VALUE 'B'.
              88 DEC-TIPO-MODIF                VALUE 'M'.
           05 WS-DEC-DECISION     PIC X(01).
           05 WS-DEC-APROBADOR    PIC X(08).
           05 FILLER              PIC X(15).

      *DECISIONES CARGADAS EN TABLA DIRECTA POR NUMERO DE EMPLEADO
      *(SUBINDICE = NUMERO + 1), UNA POSICION PARA LA BAJA Y OTRA
      *PARA LA MODIFICACION. CADA DECISION RESUELVE UNA SOLA
      *TRANSACCION RETENIDA; AL USARSE QUEDA MARCADA.
       01  WS-CONTROL-DECISIONES.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.
           05 WS-TIPO-IX          PIC 9(01)    VALUE 0.
           05 WS-NUM-DECISION     PIC 9(05)    VALUE 0.
           05 WS-DEC-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-DEC-IGNORADAS    PIC 9(05)    VALUE 0.

       01  WS-TABLA-DECISIONES.
           05 WS-DEC-EMP          OCCURS 100000 TIMES.
              10 WS-DEC-SLOT      OCCURS 2 TIMES.
                 15 WS-DEC-TAB-FLAG     PIC X(01)    VALUE 'N'.
                    88 DEC-SIN-CARGAR                VALUE 'N'.
                    88 DEC-CARGADA                   VALUE 'S'.
                    88 DEC-USADA                     VALUE 'U'.
                 15 WS-DEC-TAB-DECISION PIC X(01)    VALUE SPACES.
                    88 DEC-APRUEBA                   VALUE 'A'.
                    88 DEC-RECHAZA                   VALUE 'R'.
                 15 WS-DEC-TAB-APROBADOR PIC X(08)   VALUE SPACES.

       01  WS-TOTALES-APROBACION.
           05 WS-PEN-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-PEN-APROBADAS    PIC 9(05)    VALUE 0.
           05 WS-PEN-RECHAZADAS   PIC 9(05)    VALUE 0.
           05 WS-PEN-SIGUEN       PIC 9(05)    VALUE 0.
           05 WS-OBSERVADAS       PIC 9(05)    VALUE 0.
           05 WS-RESULTADO        PIC X(28)    VALUE SPACES.

      *CODIGO DE RETORNO: 00 TODAS LAS DECISIONES APLICADAS, 04 HUBO
      *DECISIONES OBSERVADAS (SIN APROBADOR, APROBADOR IGUAL AL
      *OPERADOR, CODIGO INVALIDO O SIN TRANSACCION RETENIDA), 12
      *FALLA DE APERTURA DE ARCHIVO.
       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

      *CONTROL DE SALTO DE PAGINA.
       01  WS-CONTROL-PAGINA.
           05 WS-LINEA-CONT       PIC 9(03)    VALUE 0.
           05 WS-MAX-LINEAS       PIC 9(03)    VALUE 55.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE 1.

      *LINEAS DEL LISTADO DE APROBACIONES.
       01  WS-APR-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(44)    VALUE
              "APROBACION DE TRANSACCIONES - DOBLE CONTROL ".
           05 FILLER              PIC X(42)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-APR-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-APR-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-APR-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-APR-TIT-PAGINA   PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.

       01  WS-APR-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-APR-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "TIPO ".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(13)    VALUE "NOMBRE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE " SALARIO ANT".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE " SALARIO NUE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "RETENIDA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "RIGE/MOTIV".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "APROBAD.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(27)    VALUE "RESULTADO".

       01  WS-APR-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-TIPO         PIC X(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-NUMERO       PIC X(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-NOMBRE       PIC X(13).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-SAL-ANT      PIC X(12)    JUSTIFIED RIGHT.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-SAL-NUE      PIC X(12)    JUSTIFIED RIGHT.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-FECHA        PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-RIGE         PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-OPERADOR     PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-APROBADOR    PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-APR-RESULTADO    PIC X(27).

       01  WS-APR-FECHA-ED.
           05 WS-APR-FEC-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-APR-FEC-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-APR-FEC-AAAA     PIC 9(04).

       01  WS-APR-TOTALES-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE
              "RETENIDAS LEIDAS:   ".
           05 WS-APR-TOT-LEIDAS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(11)    VALUE "APROBADAS: ".
           05 WS-APR-TOT-APROB    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(12)    VALUE "RECHAZADAS: ".
           05 WS-APR-TOT-RECH     PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(17)    VALUE
              "SIGUEN RETENIDAS:".
           05 WS-APR-TOT-SIGUEN   PIC ZZ,ZZ9.
           05 FILLER              PIC X(26)    VALUE ' '.

       01  WS-APR-TOTALES-2.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE
              "DECISIONES LEIDAS:  ".
           05 WS-APR-TOT-DEC      PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(12)    VALUE "OBSERVADAS: ".
           05 WS-APR-TOT-OBS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(12)    VALUE "IGNORADAS:  ".
           05 WS-APR-TOT-IGN      PIC ZZ,ZZ9.
           05 FILLER              PIC X(51)    VALUE ' '.

      *CAMPO EDITADO INTERMEDIO PARA LOS SALARIOS DEL DETALLE (LAS
      *BAJAS DEJAN EN BLANCO EL SALARIO NUEVO).
       01  WS-SAL-EDITADO         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT

           OPEN OUTPUT APROBREP
           IF WS-FS-APROBREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR APROBREP - STATUS "
                     WS-FS-APROBREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           PERFORM 013-CARGA-DECISIONES THRU 013-EXIT

           OPEN INPUT PENDIENTES
           IF WS-FS-PENDIENTES NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR PENDIENTES - STATUS "
                     WS-FS-PENDIENTES
                CLOSE APROBREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

      *LAS APROBADAS SE ACUMULAN HASTA QUE LAS CONSUME PGM08.
           OPEN EXTEND APROBADAS
           IF WS-FS-APROBADAS NOT = "00"
                OPEN OUTPUT APROBADAS
           END-IF
           OPEN OUTPUT PENDNUEVO
           IF WS-FS-APROBADAS NOT = "00" OR WS-FS-PENDNUEVO NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR SALIDAS - ST "
                     WS-FS-APROBADAS " / " WS-FS-PENDNUEVO
                CLOSE PENDIENTES
                CLOSE APROBREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           MOVE WS-DATE-DD        TO WS-APR-TIT-DD
           MOVE WS-DATE-MM        TO WS-APR-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-APR-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 020-PROCESA-PENDIENTE THRU 020-EXIT
                UNTIL WS-FS-PENDIENTES = "10"
           CLOSE PENDIENTES

           MOVE 1                 TO WS-NUM-IX
           PERFORM 040-DECISION-SOBRANTE THRU 040-EXIT
                UNTIL WS-NUM-IX > 100000

           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-PENDIENTES FROM ENVIRONMENT "PENDIENTES_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-PENDIENTES TO WS-RUTA-PENDIENTES
           END-ACCEPT

           ACCEPT WS-RUTA-DECISIONES
                FROM ENVIRONMENT "APROB_DECISION_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DECISIONES TO WS-RUTA-DECISIONES
           END-ACCEPT

           ACCEPT WS-RUTA-APROBADAS FROM ENVIRONMENT "APROBADAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-APROBADAS TO WS-RUTA-APROBADAS
           END-ACCEPT

           ACCEPT WS-RUTA-PENDNUEVO
                FROM ENVIRONMENT "PENDIENTES_NUEVO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-PENDNUEVO TO WS-RUTA-PENDNUEVO
           END-ACCEPT

           ACCEPT WS-RUTA-APROBREP FROM ENVIRONMENT "APROB_REP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-APROBREP TO WS-RUTA-APROBREP
           END-ACCEPT.
       012-EXIT.
           EXIT.

      *CARGA LAS DECISIONES DEL SEGUNDO OPERADOR. SI EL ARCHIVO NO
      *EXISTE NO HUBO DECISIONES HOY: TODO LO RETENIDO SIGUE
      *PENDIENTE.
       013-CARGA-DECISIONES.
           OPEN INPUT DECISIONES
           IF WS-FS-DECISIONES NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO DE DECISIONES - STATUS "
                     WS-FS-DECISIONES
                GO TO 013-EXIT
           END-IF
           PERFORM 0130-CARGA-UNA-DECISION THRU 0130-EXIT
                UNTIL WS-FS-DECISIONES = "10"
           CLOSE DECISIONES.
       013-EXIT.
           EXIT.

       0130-CARGA-UNA-DECISION.
           READ DECISIONES INTO WS-REG-DECISION
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-DECISIONES = "10"
                GO TO 0130-EXIT
           END-IF
           ADD 1                  TO WS-DEC-LEIDAS
           IF WS-DEC-NUMERO NOT NUMERIC OR
              (NOT DEC-TIPO-BAJA AND NOT DEC-TIPO-MODIF)
                DISPLAY "AVISO: DECISION IGNORADA: " WS-REG-DECISION
                ADD 1              TO WS-DEC-IGNORADAS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 0130-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-DEC-NUMERO) + 1
           IF DEC-TIPO-BAJA
                MOVE 1             TO WS-TIPO-IX
           ELSE
                MOVE 2             TO WS-TIPO-IX
           END-IF
           IF DEC-CARGADA (WS-NUM-IX, WS-TIPO-IX)
                DISPLAY "AVISO: DECISION DUPLICADA, VALE LA ULTIMA: "
                     WS-REG-DECISION
           END-IF
           SET DEC-CARGADA (WS-NUM-IX, WS-TIPO-IX) TO TRUE
           MOVE WS-DEC-DECISION
                TO WS-DEC-TAB-DECISION (WS-NUM-IX, WS-TIPO-IX)
           MOVE WS-DEC-APROBADOR
                TO WS-DEC-TAB-APROBADOR (WS-NUM-IX, WS-TIPO-IX).
       0130-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-APR-TIT-PAGINA
           WRITE REG-APROBREP FROM WS-APR-TITULO AFTER ADVANCING 1
           WRITE REG-APROBREP FROM WS-APR-GUIONES AFTER ADVANCING 1
           WRITE REG-APROBREP FROM WS-APR-SUBTITULO AFTER ADVANCING 1
           WRITE REG-APROBREP FROM WS-APR-GUIONES AFTER ADVANCING 1
           MOVE 4                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF.
       016-EXIT.
           EXIT.

      *RESUELVE UNA TRANSACCION RETENIDA CON SU DECISION. LA QUE NO
      *TIENE DECISION, O TIENE UNA OBSERVADA, SIGUE RETENIDA.
       020-PROCESA-PENDIENTE.
           READ PENDIENTES INTO WS-REG-PENDIENTE
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-PENDIENTES = "10"
                GO TO 020-EXIT
           END-IF
           ADD 1                  TO WS-PEN-LEIDAS

           IF WS-TRN-NUMERO NOT NUMERIC OR
              (NOT TRN-BAJA AND NOT TRN-MODIF)
                MOVE "RETENIDA ILEGIBLE, SE DEJA"  TO WS-RESULTADO
                MOVE SPACES        TO WS-TRN-APROBADOR
                PERFORM 030-SIGUE-PENDIENTE THRU 030-EXIT
                GO TO 020-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-TRN-NUMERO) + 1
           IF TRN-BAJA
                MOVE 1             TO WS-TIPO-IX
           ELSE
                MOVE 2             TO WS-TIPO-IX
           END-IF

           IF NOT DEC-CARGADA (WS-NUM-IX, WS-TIPO-IX)
                MOVE "SIGUE PENDIENTE" TO WS-RESULTADO
                MOVE SPACES        TO WS-TRN-APROBADOR
                PERFORM 030-SIGUE-PENDIENTE THRU 030-EXIT
                GO TO 020-EXIT
           END-IF

           SET DEC-USADA (WS-NUM-IX, WS-TIPO-IX) TO TRUE
           MOVE WS-DEC-TAB-APROBADOR (WS-NUM-IX, WS-TIPO-IX)
                                  TO WS-TRN-APROBADOR
           IF WS-TRN-APROBADOR = SPACES
                MOVE "DECISION SIN APROBADOR" TO WS-RESULTADO
                PERFORM 032-OBSERVADA THRU 032-EXIT
                GO TO 020-EXIT
           END-IF
           IF WS-TRN-APROBADOR = WS-TRN-OPERADOR
                MOVE "APROBADOR IGUAL AL OPERADOR" TO WS-RESULTADO
                PERFORM 032-OBSERVADA THRU 032-EXIT
                GO TO 020-EXIT
           END-IF

           IF DEC-APRUEBA (WS-NUM-IX, WS-TIPO-IX)
                WRITE REG-APROBADAS FROM WS-PEN-TRANSAC
                ADD 1              TO WS-PEN-APROBADAS
                MOVE "APROBADA"    TO WS-RESULTADO
                PERFORM 035-IMPRIME-DETALLE THRU 035-EXIT
                GO TO 020-EXIT
           END-IF
           IF DEC-RECHAZA (WS-NUM-IX, WS-TIPO-IX)
                ADD 1              TO WS-PEN-RECHAZADAS
                MOVE "RECHAZADA"   TO WS-RESULTADO
                PERFORM 035-IMPRIME-DETALLE THRU 035-EXIT
                GO TO 020-EXIT
           END-IF
           MOVE "CODIGO DE DECISION INVALIDO" TO WS-RESULTADO
           PERFORM 032-OBSERVADA THRU 032-EXIT.
       020-EXIT.
           EXIT.

      *LA TRANSACCION VUELVE AL PENDIENTES NUEVO TAL COMO ESTABA,
      *SIN APROBADOR.
       030-SIGUE-PENDIENTE.
           PERFORM 035-IMPRIME-DETALLE THRU 035-EXIT
           MOVE SPACES            TO WS-TRN-APROBADOR
           WRITE REG-PENDNUEVO FROM WS-REG-PENDIENTE
           ADD 1                  TO WS-PEN-SIGUEN.
       030-EXIT.
           EXIT.

       032-OBSERVADA.
           ADD 1                  TO WS-OBSERVADAS
           MOVE 4                 TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           PERFORM 030-SIGUE-PENDIENTE THRU 030-EXIT.
       032-EXIT.
           EXIT.

       035-IMPRIME-DETALLE.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           IF TRN-BAJA
                MOVE "BAJA "       TO WS-APR-TIPO
           ELSE
                MOVE "MODIF"       TO WS-APR-TIPO
           END-IF
           MOVE WS-TRN-NUMERO     TO WS-APR-NUMERO
           MOVE WS-TRN-NOMBRE     TO WS-APR-NOMBRE
           IF WS-PEN-SAL-ANTERIOR NUMERIC
                MOVE WS-PEN-SAL-ANTERIOR TO WS-SAL-EDITADO
                MOVE WS-SAL-EDITADO TO WS-APR-SAL-ANT
           ELSE
                MOVE SPACES        TO WS-APR-SAL-ANT
           END-IF
           IF TRN-MODIF AND WS-TRN-SALARIO NUMERIC
                MOVE WS-TRN-SALARIO TO WS-SAL-EDITADO
                MOVE WS-SAL-EDITADO TO WS-APR-SAL-NUE
           ELSE
                MOVE SPACES        TO WS-APR-SAL-NUE
           END-IF
           IF WS-PEN-FECHA NUMERIC
                MOVE WS-PEN-DD     TO WS-APR-FEC-DD
                MOVE WS-PEN-MM     TO WS-APR-FEC-MM
                MOVE WS-PEN-AAAA   TO WS-APR-FEC-AAAA
                MOVE WS-APR-FECHA-ED TO WS-APR-FECHA
           ELSE
                MOVE SPACES        TO WS-APR-FECHA
           END-IF
      *UNA MODIFICACION RETROACTIVA MUESTRA DESDE CUANDO RIGE PARA
      *QUE EL APROBADOR VEA LOS MESES QUE SE VAN A PAGAR.
           IF WS-TRN-FECHA-EFECTIVA NUMERIC AND
              WS-TRN-FECHA-EFECTIVA NOT = ZEROS
                MOVE WS-TRN-EFE-DD TO WS-APR-FEC-DD
                MOVE WS-TRN-EFE-MM TO WS-APR-FEC-MM
                MOVE WS-TRN-EFE-AAAA TO WS-APR-FEC-AAAA
                MOVE WS-APR-FECHA-ED TO WS-APR-RIGE
           ELSE
                MOVE SPACES        TO WS-APR-RIGE
           END-IF
      *UNA BAJA MUESTRA EL MOTIVO, QUE DEFINE SU LIQUIDACION FINAL.
           IF TRN-BAJA
                MOVE SPACES        TO WS-APR-RIGE
                STRING "MOTIVO " DELIMITED BY SIZE
                       WS-TRN-MOTIVO-BAJA DELIMITED BY SIZE
                     INTO WS-APR-RIGE
                END-STRING
           END-IF
           MOVE WS-TRN-OPERADOR   TO WS-APR-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-APR-APROBADOR
           MOVE WS-RESULTADO      TO WS-APR-RESULTADO
           WRITE REG-APROBREP FROM WS-APR-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       035-EXIT.
           EXIT.

      *DECISIONES QUE NO ENCONTRARON TRANSACCION RETENIDA: SE LISTAN
      *PARA QUE EL APROBADOR REVISE (NUMERO O TIPO MAL CARGADO, O
      *LA TRANSACCION YA SE HABIA RESUELTO).
       040-DECISION-SOBRANTE.
           MOVE 1                 TO WS-TIPO-IX
           PERFORM 041-REVISA-SLOT THRU 041-EXIT
           MOVE 2                 TO WS-TIPO-IX
           PERFORM 041-REVISA-SLOT THRU 041-EXIT
           ADD 1                  TO WS-NUM-IX.
       040-EXIT.
           EXIT.

       041-REVISA-SLOT.
           IF NOT DEC-CARGADA (WS-NUM-IX, WS-TIPO-IX)
                GO TO 041-EXIT
           END-IF
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           IF WS-TIPO-IX = 1
                MOVE "BAJA "       TO WS-APR-TIPO
           ELSE
                MOVE "MODIF"       TO WS-APR-TIPO
           END-IF
           COMPUTE WS-NUM-DECISION = WS-NUM-IX - 1
           MOVE WS-NUM-DECISION   TO WS-APR-NUMERO
           MOVE SPACES            TO WS-APR-NOMBRE
           MOVE SPACES            TO WS-APR-SAL-ANT
           MOVE SPACES            TO WS-APR-SAL-NUE
           MOVE SPACES            TO WS-APR-FECHA
           MOVE SPACES            TO WS-APR-RIGE
           MOVE SPACES            TO WS-APR-OPERADOR
           MOVE WS-DEC-TAB-APROBADOR (WS-NUM-IX, WS-TIPO-IX)
                                  TO WS-APR-APROBADOR
           MOVE "DECISION SIN RETENIDA"  TO WS-APR-RESULTADO
           WRITE REG-APROBREP FROM WS-APR-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           ADD 1                  TO WS-OBSERVADAS
           MOVE 4                 TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT.
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
           MOVE WS-PEN-LEIDAS     TO WS-APR-TOT-LEIDAS
           MOVE WS-PEN-APROBADAS  TO WS-APR-TOT-APROB
           MOVE WS-PEN-RECHAZADAS TO WS-APR-TOT-RECH
           MOVE WS-PEN-SIGUEN     TO WS-APR-TOT-SIGUEN
           MOVE WS-DEC-LEIDAS     TO WS-APR-TOT-DEC
           MOVE WS-OBSERVADAS     TO WS-APR-TOT-OBS
           MOVE WS-DEC-IGNORADAS  TO WS-APR-TOT-IGN
           WRITE REG-APROBREP FROM WS-APR-GUIONES AFTER ADVANCING 1
           WRITE REG-APROBREP FROM WS-APR-TOTALES-1 AFTER ADVANCING 1
           WRITE REG-APROBREP FROM WS-APR-TOTALES-2 AFTER ADVANCING 1

           CLOSE APROBADAS
           CLOSE PENDNUEVO
           CLOSE APROBREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

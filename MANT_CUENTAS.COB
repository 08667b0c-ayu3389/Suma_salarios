      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM15.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: MANTENIMIENTO DEL MAESTRO DE CUENTAS BANCARIAS DE    *
      *          LOS EMPLEADOS (CUENTAS.DAT, INDEXADO POR NUMERO DE   *
      *          EMPLEADO) PARA LA TRANSFERENCIA DE HABERES DE PGM16. *
      *          APLICA EL ARCHIVO DE NOVEDADES (CTATRANS.TXT) CON    *
      *          ALTAS, BAJAS Y MODIFICACIONES DE BANCO, SUCURSAL,    *
      *          TIPO DE CUENTA (CA/CC) Y CBU, VALIDANDO LOS DIGITOS  *
      *          VERIFICADORES DEL CBU Y QUE EL EMPLEADO EXISTA EN EL *
      *          MAESTRO DE EMPLEADOS. LA ACTUALIZACION ES EN EL      *
      *          LUGAR (NO HAY GENERACION NUEVA) Y CADA NOVEDAD       *
      *          QUEDA EN EL LISTADO DE AUDITORIA CON LA IMAGEN       *
      *          ANTERIOR Y POSTERIOR DE LA CUENTA.                   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT CUENTAS   ASSIGN TO DYNAMIC WS-RUTA-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CTA-NUMERO
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT EMPLEADOS ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-NUMERO
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT CTATRANS  ASSIGN TO DYNAMIC WS-RUTA-CTATRANS
               FILE STATUS IS WS-FS-CTATRANS.

           SELECT CTAAUDIT  ASSIGN TO DYNAMIC WS-RUTA-CTAAUDIT
               FILE STATUS IS WS-FS-CTAAUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CUENTAS.
           05 REG-CTA-NUMERO      PIC X(05).
           05 FILLER              PIC X(75).

       FD  EMPLEADOS

           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EMPLEADOS.
           05 REG-EMP-NUMERO      PIC X(05).
           05 FILLER              PIC X(61).

       FD  CTATRANS

           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CTATRANS           PIC X(37).

       FD  CTAAUDIT

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CTAAUDIT           PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-CUENTAS     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-EMPLEADOS   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTATRANS    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTAAUDIT    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-CUENTAS      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CUENTAS.DAT".
           05 WS-DEF-EMPLEADOS    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPMAST.DAT".
           05 WS-DEF-CTATRANS     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTATRANS.TXT".
           05 WS-DEF-CTAAUDIT     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTAAUDIT.TXT".

       01  WS-FS-CUENTAS          PIC X(02)    VALUE SPACES.
       01  WS-FS-EMPLEADOS        PIC X(02)    VALUE SPACES.
       01  WS-FS-CTATRANS         PIC X(02)    VALUE SPACES.
       01  WS-FS-CTAAUDIT         PIC X(02)    VALUE SPACES.

      *CUENTA BANCARIA DEL EMPLEADO. LOS DATOS QUE LLEGAN EN LA
      *NOVEDAD VAN AGRUPADOS EN WS-CTA-DATOS, COMO WS-MAE-DATOS EN
      *PGM02, PARA QUE LA MODIFICACION CONSERVE LA FECHA DE ALTA.
       01  WS-REG-CUENTA.
           05 WS-CTA-NUMERO       PIC X(05).
           05 WS-CTA-DATOS.
              10 WS-CTA-BANCO     PIC 9(03).
              10 WS-CTA-SUCURSAL  PIC 9(04).
              10 WS-CTA-TIPO      PIC X(02).
              10 WS-CTA-CBU       PIC X(22).
           05 WS-CTA-FECHA-ALTA   PIC 9(08).
           05 WS-CTA-FECHA-MODIF  PIC 9(08).
           05 FILLER              PIC X(28)    VALUE SPACES.

      *IMAGENES ANTERIOR Y NUEVA DE LA CUENTA PARA EL LISTADO DE
      *AUDITORIA.
       01  WS-CTA-ANTES           PIC X(80)    VALUE SPACES.
       01  WS-CTA-DESPUES         PIC X(80)    VALUE SPACES.

       01  WS-REG-CTATRANS.
           05 WS-CTR-TIPO         PIC X(01).
              88 CTR-ALTA                      VALUE 'A'.
              88 CTR-BAJA                      VALUE 'B'.
              88 CTR-MODIF                     VALUE 'M'.
              88 CTR-TIPO-VALIDO               VALUE 'A', 'B', 'M'.
           05 WS-CTR-NUMERO       PIC X(05).
           05 WS-CTR-DATOS.
              10 WS-CTR-BANCO     PIC X(03).
              10 WS-CTR-SUCURSAL  PIC X(04).
              10 WS-CTR-TIPO-CTA  PIC X(02).
                 88 CTR-TIPO-CTA-VALIDO        VALUE "CA", "CC".
              10 WS-CTR-CBU       PIC X(22).

      *VISTA DEL CBU DIGITO A DIGITO PARA LOS VERIFICADORES: EL
      *PRIMER BLOQUE (BANCO 3 + SUCURSAL 4 + DIGITO) PONDERA 7139713;
      *EL SEGUNDO (CUENTA 13 + DIGITO) PONDERA 3971397139713.
       01  WS-CBU-CONTROL.
           05 WS-CBU-VALOR        PIC X(22)    VALUE SPACES.
           05 WS-CBU-DIGITOS REDEFINES WS-CBU-VALOR.
              10 WS-CBU-DIG       PIC 9(01)    OCCURS 22 TIMES.
           05 WS-CBU-BLOQUE-1 REDEFINES WS-CBU-VALOR.
              10 WS-CBU-BANCO     PIC 9(03).
              10 WS-CBU-SUCURSAL  PIC 9(04).
              10 FILLER           PIC X(15).
           05 WS-CBU-PESOS-X      PIC X(20)    VALUE
              "71397133971397139713".
           05 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-X.
              10 WS-CBU-PESO      PIC 9(01)    OCCURS 20 TIMES.
           05 WS-CBU-IX           PIC 9(02)    VALUE 0.
           05 WS-CBU-PX           PIC 9(02)    VALUE 0.
           05 WS-CBU-DESDE        PIC 9(02)    VALUE 0.
           05 WS-CBU-HASTA        PIC 9(02)    VALUE 0.
           05 WS-CBU-SUMA         PIC 9(04)    VALUE 0.
           05 WS-CBU-COCIENTE     PIC 9(04)    VALUE 0.
           05 WS-CBU-RESTO        PIC 9(01)    VALUE 0.
           05 WS-CBU-VERIF        PIC 9(01)    VALUE 0.
           05 WS-SW-CBU           PIC X(01)    VALUE 'S'.
              88 CBU-VALIDO                    VALUE 'S'.
              88 CBU-INVALIDO                  VALUE 'N'.

       01  WS-CONTROL-NOVEDADES.
           05 WS-CTR-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-CTR-ALTAS        PIC 9(05)    VALUE 0.
           05 WS-CTR-BAJAS        PIC 9(05)    VALUE 0.
           05 WS-CTR-MODIFS       PIC 9(05)    VALUE 0.
           05 WS-CTR-RECHAZADAS   PIC 9(05)    VALUE 0.
           05 WS-SW-VALIDA        PIC X(01)    VALUE 'S'.
              88 NOVEDAD-VALIDA                VALUE 'S'.
              88 NOVEDAD-INVALIDA              VALUE 'N'.
           05 WS-RECHAZO-MOTIVO   PIC X(30)    VALUE SPACES.

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

      *LINEAS DEL LISTADO DE AUDITORIA DE CUENTAS.
       01  WS-CAU-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(40)    VALUE
              "AUDITORIA DEL MAESTRO DE CUENTAS BANCARI".
           05 FILLER              PIC X(04)    VALUE "AS  ".
           05 FILLER              PIC X(40)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-CAU-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CAU-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CAU-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-CAU-TIT-PAGINA   PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.

       01  WS-CAU-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-CAU-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "TIPO ".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "NUMERO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "RESULTADO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "MOTIVO".
           05 FILLER              PIC X(87)    VALUE ' '.

       01  WS-CAU-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CAU-TIPO         PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAU-NUMERO       PIC X(05).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-CAU-RESULTADO    PIC X(09).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CAU-MOTIVO       PIC X(30).
           05 FILLER              PIC X(63)    VALUE ' '.

       01  WS-CAU-IMAGEN.
           05 FILLER              PIC X(15)    VALUE ' '.
           05 WS-CAU-IMG-TEXTO    PIC X(09).
           05 FILLER              PIC X(06)    VALUE "BANCO ".
           05 WS-CAU-IMG-BANCO    PIC 9(03).
           05 FILLER              PIC X(05)    VALUE " SUC ".
           05 WS-CAU-IMG-SUCURSAL PIC 9(04).
           05 FILLER              PIC X(06)    VALUE " TIPO ".
           05 WS-CAU-IMG-TIPO     PIC X(02).
           05 FILLER              PIC X(05)    VALUE " CBU ".
           05 WS-CAU-IMG-CBU      PIC X(22).
           05 FILLER              PIC X(43)    VALUE ' '.

       01  WS-CAU-TOTALES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "LEIDAS: ".
           05 WS-CAU-TOT-LEIDAS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(07)    VALUE "ALTAS: ".
           05 WS-CAU-TOT-ALTAS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(07)    VALUE "BAJAS: ".
           05 WS-CAU-TOT-BAJAS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(16)    VALUE
              "MODIFICACIONES: ".
           05 WS-CAU-TOT-MODIF    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(12)    VALUE "RECHAZADAS: ".
           05 WS-CAU-TOT-RECH     PIC ZZ,ZZ9.
           05 FILLER              PIC X(27)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT

           OPEN OUTPUT CTAAUDIT
           IF WS-FS-CTAAUDIT NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CTAAUDIT - STATUS "
                     WS-FS-CTAAUDIT
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           OPEN INPUT CTATRANS
           IF WS-FS-CTATRANS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CTATRANS - STATUS "
                     WS-FS-CTATRANS
                CLOSE CTAAUDIT
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           OPEN INPUT EMPLEADOS
           IF WS-FS-EMPLEADOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR EMP_FILE - STATUS "
                     WS-FS-EMPLEADOS
                CLOSE CTAAUDIT
                CLOSE CTATRANS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

      *EL MAESTRO DE CUENTAS SE CREA VACIO LA PRIMERA VEZ.
           OPEN I-O CUENTAS
           IF WS-FS-CUENTAS = "35"
                OPEN OUTPUT CUENTAS
                CLOSE CUENTAS
                OPEN I-O CUENTAS
           END-IF
           IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS - STATUS "
                     WS-FS-CUENTAS
                CLOSE CTAAUDIT
                CLOSE CTATRANS
                CLOSE EMPLEADOS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           MOVE WS-DATE-DD        TO WS-CAU-TIT-DD
           MOVE WS-DATE-MM        TO WS-CAU-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-CAU-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 020-PROCESA-UNA THRU 020-EXIT
                UNTIL WS-FS-CTATRANS = "10"

           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-CUENTAS FROM ENVIRONMENT "CUENTAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CUENTAS TO WS-RUTA-CUENTAS
           END-ACCEPT

           ACCEPT WS-RUTA-EMPLEADOS FROM ENVIRONMENT "EMP_FILE_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-EMPLEADOS TO WS-RUTA-EMPLEADOS
           END-ACCEPT

           ACCEPT WS-RUTA-CTATRANS FROM ENVIRONMENT "CTATRANS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTATRANS TO WS-RUTA-CTATRANS
           END-ACCEPT

           ACCEPT WS-RUTA-CTAAUDIT FROM ENVIRONMENT "CTAAUDIT_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTAAUDIT TO WS-RUTA-CTAAUDIT
           END-ACCEPT.
       012-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-CAU-TIT-PAGINA
           WRITE REG-CTAAUDIT FROM WS-CAU-TITULO AFTER ADVANCING 1
           WRITE REG-CTAAUDIT FROM WS-CAU-GUIONES AFTER ADVANCING 1
           WRITE REG-CTAAUDIT FROM WS-CAU-SUBTITULO AFTER ADVANCING 1
           WRITE REG-CTAAUDIT FROM WS-CAU-GUIONES AFTER ADVANCING 1
           MOVE 4                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

      *CADA NOVEDAD OCUPA HASTA TRES RENGLONES (RESULTADO, ANTES Y
      *DESPUES): EL SALTO SE ADELANTA PARA NO PARTIRLA.
       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT + 3 > WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF.
       016-EXIT.
           EXIT.

      *UNA NOVEDAD: SE VALIDA Y SE APLICA POR CLAVE SOBRE EL MAESTRO
      *DE CUENTAS. EL ARCHIVO NO NECESITA VENIR ORDENADO.
       020-PROCESA-UNA.
           READ CTATRANS INTO WS-REG-CTATRANS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CTATRANS = "10"
                GO TO 020-EXIT
           END-IF
           ADD 1                  TO WS-CTR-LEIDAS
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT

           PERFORM 030-VALIDA-NOVEDAD THRU 030-EXIT
           IF NOVEDAD-INVALIDA
                PERFORM 034-RECHAZA THRU 034-EXIT
                GO TO 020-EXIT
           END-IF

           IF CTR-ALTA
                PERFORM 040-ALTA THRU 040-EXIT
           ELSE
                IF CTR-BAJA
                     PERFORM 041-BAJA THRU 041-EXIT
                ELSE
                     PERFORM 042-MODIFICA THRU 042-EXIT
                END-IF
           END-IF.
       020-EXIT.
           EXIT.

      *TIPO, NUMERO Y, SALVO EN LAS BAJAS, LOS DATOS DE LA CUENTA.
      *EL EMPLEADO DEBE EXISTIR EN EL MAESTRO DE EMPLEADOS PARA DARLE
      *DE ALTA O CAMBIARLE LA CUENTA; LA BAJA SE ACEPTA AUNQUE EL
      *EMPLEADO YA NO ESTE, PARA PODER LIMPIAR CUENTAS HUERFANAS.
       030-VALIDA-NOVEDAD.
           SET NOVEDAD-VALIDA     TO TRUE
           MOVE SPACES            TO WS-RECHAZO-MOTIVO
           IF NOT CTR-TIPO-VALIDO
                SET NOVEDAD-INVALIDA TO TRUE
                MOVE "TIPO DE NOVEDAD INVALIDO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 030-EXIT
           END-IF
           IF WS-CTR-NUMERO NOT NUMERIC
                SET NOVEDAD-INVALIDA TO TRUE
                MOVE "NUMERO DE EMPLEADO NO NUMERICO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 030-EXIT
           END-IF
           IF CTR-BAJA
                GO TO 030-EXIT
           END-IF
           IF WS-CTR-BANCO NOT NUMERIC OR WS-CTR-BANCO = "000"
                SET NOVEDAD-INVALIDA TO TRUE
                MOVE "CODIGO DE BANCO INVALIDO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 030-EXIT
           END-IF
           IF WS-CTR-SUCURSAL NOT NUMERIC
                SET NOVEDAD-INVALIDA TO TRUE
                MOVE "SUCURSAL BANCARIA NO NUMERICA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 030-EXIT
           END-IF
           IF NOT CTR-TIPO-CTA-VALIDO
                SET NOVEDAD-INVALIDA TO TRUE
                MOVE "TIPO DE CUENTA DEBE SER CA/CC"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 030-EXIT
           END-IF
           PERFORM 032-VALIDA-CBU THRU 032-EXIT
           IF CBU-INVALIDO
                SET NOVEDAD-INVALIDA TO TRUE
                GO TO 030-EXIT
           END-IF

           MOVE WS-CTR-NUMERO     TO REG-EMP-NUMERO
           READ EMPLEADOS
                INVALID KEY
                   SET NOVEDAD-INVALIDA TO TRUE
                   MOVE "EMPLEADO INEXISTENTE EN MAESTRO"
                                   TO WS-RECHAZO-MOTIVO
           END-READ.
       030-EXIT.
           EXIT.

      *CBU: 22 DIGITOS, LOS DOS DIGITOS VERIFICADORES CORRECTOS Y EL
      *BANCO Y LA SUCURSAL DEL CBU IGUALES A LOS DE LA NOVEDAD.
       032-VALIDA-CBU.
           SET CBU-VALIDO         TO TRUE
           MOVE WS-CTR-CBU        TO WS-CBU-VALOR
           IF WS-CBU-VALOR NOT NUMERIC
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU NO NUMERICO O INCOMPLETO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF

           MOVE 1                 TO WS-CBU-DESDE
           MOVE 7                 TO WS-CBU-HASTA
           MOVE 1                 TO WS-CBU-PX
           PERFORM 0320-DIGITO-VERIFICADOR THRU 0320-EXIT
           IF WS-CBU-VERIF NOT = WS-CBU-DIG (8)
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU: VERIFICADOR BLOQUE 1 MAL"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF

           MOVE 9                 TO WS-CBU-DESDE
           MOVE 21                TO WS-CBU-HASTA
           MOVE 8                 TO WS-CBU-PX
           PERFORM 0320-DIGITO-VERIFICADOR THRU 0320-EXIT
           IF WS-CBU-VERIF NOT = WS-CBU-DIG (22)
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU: VERIFICADOR BLOQUE 2 MAL"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF

           IF WS-CBU-BANCO NOT = WS-CTR-BANCO OR
              WS-CBU-SUCURSAL NOT = WS-CTR-SUCURSAL
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU NO COINCIDE CON BANCO/SUC"
                                   TO WS-RECHAZO-MOTIVO
           END-IF.
       032-EXIT.
           EXIT.

      *SUMA PONDERADA DE LOS DIGITOS WS-CBU-DESDE A WS-CBU-HASTA CON
      *LOS PESOS A PARTIR DE WS-CBU-PX; EL VERIFICADOR ES LO QUE LE
      *FALTA A LA SUMA PARA LLEGAR A LA DECENA SIGUIENTE.
       0320-DIGITO-VERIFICADOR.
           MOVE 0                 TO WS-CBU-SUMA
           MOVE WS-CBU-DESDE      TO WS-CBU-IX
           PERFORM 0321-SUMA-DIGITO THRU 0321-EXIT
                UNTIL WS-CBU-IX > WS-CBU-HASTA
           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
                REMAINDER WS-CBU-RESTO
           IF WS-CBU-RESTO = 0
                MOVE 0             TO WS-CBU-VERIF
           ELSE
                COMPUTE WS-CBU-VERIF = 10 - WS-CBU-RESTO
           END-IF.
       0320-EXIT.
           EXIT.

       0321-SUMA-DIGITO.
           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
                WS-CBU-DIG (WS-CBU-IX) * WS-CBU-PESO (WS-CBU-PX)
           ADD 1                  TO WS-CBU-IX
           ADD 1                  TO WS-CBU-PX.
       0321-EXIT.
           EXIT.

       034-RECHAZA.
           PERFORM 037-ARMA-TIPO-AUDIT THRU 037-EXIT
           MOVE WS-CTR-NUMERO     TO WS-CAU-NUMERO
           MOVE "RECHAZADA"       TO WS-CAU-RESULTADO
           MOVE WS-RECHAZO-MOTIVO TO WS-CAU-MOTIVO
           WRITE REG-CTAAUDIT FROM WS-CAU-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           ADD 1                  TO WS-CTR-RECHAZADAS.
       034-EXIT.
           EXIT.

       036-APLICADA.
           PERFORM 037-ARMA-TIPO-AUDIT THRU 037-EXIT
           MOVE WS-CTR-NUMERO     TO WS-CAU-NUMERO
           MOVE "APLICADA"        TO WS-CAU-RESULTADO
           MOVE SPACES            TO WS-CAU-MOTIVO
           WRITE REG-CTAAUDIT FROM WS-CAU-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       036-EXIT.
           EXIT.

       037-ARMA-TIPO-AUDIT.
           IF CTR-ALTA
                MOVE "ALTA "      TO WS-CAU-TIPO
           ELSE
                IF CTR-BAJA
                     MOVE "BAJA " TO WS-CAU-TIPO
                ELSE
                     IF CTR-MODIF
                          MOVE "MODIF" TO WS-CAU-TIPO
                     ELSE
                          MOVE WS-CTR-TIPO TO WS-CAU-TIPO
                     END-IF
                END-IF
           END-IF.
       037-EXIT.
           EXIT.

      *IMAGEN DE LA CUENTA (ANTES O DESPUES) DEBAJO DE LA NOVEDAD.
       038-IMPRIME-IMAGEN.
           MOVE WS-CTA-BANCO      TO WS-CAU-IMG-BANCO
           MOVE WS-CTA-SUCURSAL   TO WS-CAU-IMG-SUCURSAL
           MOVE WS-CTA-TIPO       TO WS-CAU-IMG-TIPO
           MOVE WS-CTA-CBU        TO WS-CAU-IMG-CBU
           WRITE REG-CTAAUDIT FROM WS-CAU-IMAGEN AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       038-EXIT.
           EXIT.

       040-ALTA.
           MOVE WS-CTR-NUMERO     TO WS-CTA-NUMERO
           MOVE WS-CTR-DATOS      TO WS-CTA-DATOS
           MOVE WS-ACTUAL-DATE    TO WS-CTA-FECHA-ALTA
           MOVE WS-ACTUAL-DATE    TO WS-CTA-FECHA-MODIF
           WRITE REG-CUENTAS FROM WS-REG-CUENTA
                INVALID KEY
                   MOVE "ALTA: EMPLEADO YA TIENE CUENTA"
                                   TO WS-RECHAZO-MOTIVO
                   PERFORM 034-RECHAZA THRU 034-EXIT
                   GO TO 040-EXIT
           END-WRITE
           PERFORM 036-APLICADA THRU 036-EXIT
           MOVE "DESPUES: "       TO WS-CAU-IMG-TEXTO
           PERFORM 038-IMPRIME-IMAGEN THRU 038-EXIT
           ADD 1                  TO WS-CTR-ALTAS.
       040-EXIT.
           EXIT.

       041-BAJA.
           MOVE WS-CTR-NUMERO     TO REG-CTA-NUMERO
           READ CUENTAS INTO WS-REG-CUENTA
                INVALID KEY
                   MOVE "BAJA: EMPLEADO SIN CUENTA"
                                   TO WS-RECHAZO-MOTIVO
                   PERFORM 034-RECHAZA THRU 034-EXIT
                   GO TO 041-EXIT
           END-READ
           DELETE CUENTAS
                INVALID KEY
                   MOVE "BAJA: NO SE PUDO BORRAR"
                                   TO WS-RECHAZO-MOTIVO
                   PERFORM 034-RECHAZA THRU 034-EXIT
                   GO TO 041-EXIT
           END-DELETE
           PERFORM 036-APLICADA THRU 036-EXIT
           MOVE "ANTES:   "       TO WS-CAU-IMG-TEXTO
           PERFORM 038-IMPRIME-IMAGEN THRU 038-EXIT
           ADD 1                  TO WS-CTR-BAJAS.
       041-EXIT.
           EXIT.

      *LA MODIFICACION PISA BANCO, SUCURSAL, TIPO Y CBU Y CONSERVA
      *LA FECHA DE ALTA DE LA CUENTA.
       042-MODIFICA.
           MOVE WS-CTR-NUMERO     TO REG-CTA-NUMERO
           READ CUENTAS INTO WS-REG-CUENTA
                INVALID KEY
                   MOVE "MODIF: EMPLEADO SIN CUENTA"
                                   TO WS-RECHAZO-MOTIVO
                   PERFORM 034-RECHAZA THRU 034-EXIT
                   GO TO 042-EXIT
           END-READ
           MOVE WS-REG-CUENTA     TO WS-CTA-ANTES
           MOVE WS-CTR-DATOS      TO WS-CTA-DATOS
           MOVE WS-ACTUAL-DATE    TO WS-CTA-FECHA-MODIF
           REWRITE REG-CUENTAS FROM WS-REG-CUENTA
                INVALID KEY
                   MOVE "MODIF: NO SE PUDO REGRABAR"
                                   TO WS-RECHAZO-MOTIVO
                   PERFORM 034-RECHAZA THRU 034-EXIT
                   GO TO 042-EXIT
           END-REWRITE
           PERFORM 036-APLICADA THRU 036-EXIT
           MOVE WS-REG-CUENTA     TO WS-CTA-DESPUES
           MOVE WS-CTA-ANTES      TO WS-REG-CUENTA
           MOVE "ANTES:   "       TO WS-CAU-IMG-TEXTO
           PERFORM 038-IMPRIME-IMAGEN THRU 038-EXIT
           MOVE WS-CTA-DESPUES    TO WS-REG-CUENTA
           MOVE "DESPUES: "       TO WS-CAU-IMG-TEXTO
           PERFORM 038-IMPRIME-IMAGEN THRU 038-EXIT
           ADD 1                  TO WS-CTR-MODIFS.
       042-EXIT.
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

      *NOVEDADES RECHAZADAS DEJAN CODIGO 4 PARA QUE RRHH LAS REVISE.
       100-FIN.
           MOVE WS-CTR-LEIDAS     TO WS-CAU-TOT-LEIDAS
           MOVE WS-CTR-ALTAS      TO WS-CAU-TOT-ALTAS
           MOVE WS-CTR-BAJAS      TO WS-CAU-TOT-BAJAS
           MOVE WS-CTR-MODIFS     TO WS-CAU-TOT-MODIF
           MOVE WS-CTR-RECHAZADAS TO WS-CAU-TOT-RECH
           WRITE REG-CTAAUDIT FROM WS-CAU-GUIONES AFTER ADVANCING 1
           WRITE REG-CTAAUDIT FROM WS-CAU-TOTALES AFTER ADVANCING 1
           IF WS-CTR-RECHAZADAS > 0
                DISPLAY "AVISO: NOVEDADES DE CUENTAS RECHAZADAS: "
                     WS-CTR-RECHAZADAS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           CLOSE CUENTAS
           CLOSE EMPLEADOS
           CLOSE CTATRANS
           CLOSE CTAAUDIT
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

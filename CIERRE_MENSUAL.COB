      *          1) COPIA EL MAESTRO INDEXADO A UNA GENERACION DE     *
      *             RESGUARDO FECHADA; LAS GENERACIONES ROTAN SOBRE   *
      *             N LUGARES CONFIGURABLES, ASI SIEMPRE HAY N MESES  *
      *             PARA ATRAS SIN BORRAR ARCHIVOS A MANO. CADA       *
      *             RESGUARDO SE ANOTA EN EL CATALOGO DE GENERACIONES *
      *             (MES, LUGAR, FECHA DE CORRIDA Y REGISTROS), QUE   *
      *             PGM22 USA PARA RECONSTRUIR EL MAESTRO A UNA FECHA.*
      *          2) RECORTA CONTROLES.TXT Y RUNLOG.TXT A LA VENTANA   *
      *             DE RETENCION: LO VIGENTE SE REESCRIBE EN LOS      *
      *             ARCHIVOS *_NUEVO (EL JOB LOS ROTA AL LUGAR DEL    *
           SELECT ARCHIVO   ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT CATALOGO  ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT CONTROLES ASSIGN TO DYNAMIC WS-RUTA-CONTROLES
               FILE STATUS IS WS-FS-CONTROL.

           BLOCK CONTAINS 0 RECORDS.
       01  REG-ARCHIVO            PIC X(66).

       FD  CATALOGO

           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CATALOGO           PIC X(30).

       FD  CONTROLES

           RECORD CONTAINS 32 CHARACTERS

       FD  HISTORIAL

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORIAL          PIC X(180).

       FD  CIERREREP

       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-MAESTRO     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-ARCHIVO     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CATALOGO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CONTROLES   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTLNUEVO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-RESUMEN     PIC X(100)   VALUE SPACES.
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPMAST.DAT".
           05 WS-DEF-BASE-ARCHIVO PIC X(90)  VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPARCH".
           05 WS-DEF-CATALOGO     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPARCAT.TXT".
           05 WS-DEF-CONTROLES    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CONTROLES.TXT".
           05 WS-DEF-CTLNUEVO     PIC X(100) VALUE

       01  WS-FS-MAESTRO          PIC X(02)    VALUE SPACES.
       01  WS-FS-ARCHIVO          PIC X(02)    VALUE SPACES.
       01  WS-FS-CATALOGO         PIC X(02)    VALUE SPACES.
       01  WS-FS-CONTROL          PIC X(02)    VALUE SPACES.
       01  WS-FS-CTLNUEVO         PIC X(02)    VALUE SPACES.
       01  WS-FS-RESUMEN          PIC X(02)    VALUE SPACES.
           05 WS-GEN-SLOT-ED      PIC 99       VALUE 0.
           05 WS-ARCH-COPIADOS    PIC 9(05)    VALUE 0.

      *ENTRADA DEL CATALOGO DE GENERACIONES. SE AGREGA UNA POR CADA
      *RESGUARDO; LA ULTIMA ENTRADA DE UN LUGAR ES LA QUE ESTA VIVA EN
      *ESE LUGAR. LA GENERACION ES EL MAESTRO TAL COMO ESTABA LA FECHA
      *DE CORRIDA, CON LO QUE PGM02 HAYA APLICADO HASTA ESE DIA.
       01  WS-REG-CATALOGO.
           05 WS-CAT-MES          PIC 9(06).
           05 WS-CAT-GENERACION   PIC 9(02).
           05 WS-CAT-FECHA        PIC 9(08).
           05 WS-CAT-REGISTROS    PIC 9(05).
           05 FILLER              PIC X(09)    VALUE SPACES.

      *LIMITE DE LA VENTANA DE RETENCION EN FORMATO AAAAMM.
       01  WS-CONTROL-RETENCION.
           05 WS-CORTE-AAAAMM     PIC 9(06)    VALUE 0.
              88 HIS-ALTA                      VALUE 'A'.
              88 HIS-BAJA                      VALUE 'B'.
              88 HIS-MODIF                     VALUE 'M'.
           05 FILLER              PIC X(171).

       01  WS-CONTEO-TRANSAC.
           05 WS-MES-ALTAS        PIC 9(05)    VALUE 0.
           05 WS-MES-BAJAS        PIC 9(05)    VALUE 0.
           05 WS-MES-MODIFS       PIC 9(05)    VALUE 0.

      *CODIGO DE RETORNO: 00 CIERRE LIMPIO, 04 SIN CATALOGO DE
      *GENERACIONES, 08 SIN CIFRAS DEL MES O MAESTRO VACIO (REVISAR
      *ANTES DE CONFIAR EN EL RESGUARDO), 12 FALLA DE APERTURA DE
      *ARCHIVO.
       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.
                     MOVE WS-DEF-BASE-ARCHIVO TO WS-BASE-ARCHIVO
           END-ACCEPT

           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
                "CIERRE_CATALOGO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CATALOGO TO WS-RUTA-CATALOGO
           END-ACCEPT

           ACCEPT WS-RUTA-CONTROLES FROM ENVIRONMENT "CONTROLES_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CONTROLES TO WS-RUTA-CONTROLES
                     "REGISTROS"
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           PERFORM 022-ANOTA-CATALOGO THRU 022-EXIT.
       020-EXIT.
           EXIT.

       021-EXIT.
           EXIT.

      *ANOTA LA GENERACION EN EL CATALOGO (SE CREA SI NO EXISTE). SIN
      *CATALOGO EL RESGUARDO SIGUE SIRVIENDO PARA RESTAURAR, PERO PGM22
      *NO LO PUEDE USAR COMO PUNTO DE PARTIDA: SE AVISA CON RC 4.
       022-ANOTA-CATALOGO.
           OPEN EXTEND CATALOGO
           IF WS-FS-CATALOGO NOT = "00"
                OPEN OUTPUT CATALOGO
           END-IF
           IF WS-FS-CATALOGO NOT = "00"
                DISPLAY "AVISO: NO SE PUDO ANOTAR EL CATALOGO - STATUS "
                     WS-FS-CATALOGO
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 022-EXIT
           END-IF
           MOVE WS-MES-ACTUAL     TO WS-CAT-MES
           MOVE WS-GEN-SLOT       TO WS-CAT-GENERACION
           MOVE WS-ACTUAL-DATE    TO WS-CAT-FECHA
           MOVE WS-ARCH-COPIADOS  TO WS-CAT-REGISTROS
           WRITE REG-CATALOGO FROM WS-REG-CATALOGO
           CLOSE CATALOGO.
       022-EXIT.
           EXIT.

      *RECORTE DE CONTROLES: LO QUE CAE DENTRO DE LA VENTANA PASA AL
      *ARCHIVO NUEVO TAL CUAL; DE LOS MESES RECORTADOS SE CONSERVA
      *EL ULTIMO CONSOLIDADO 999 DE CADA MES EN EL RESUMEN MENSUAL

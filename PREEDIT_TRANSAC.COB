      *          ANTERIOR AL TERMINAR BIEN, COMO CON LAS FOTOS DE     *
      *          PGM01, Y APUNTA TRANS_FILE_RUTA DE PGM02 AL LOTE     *
      *          DEPURADO.                                            *
      *          CADA TRANSACCION DEBE TRAER EL OPERADOR QUE LA CARGO.*
      *          TAMBIEN ENTRA AL LOTE EL ARCHIVO DE TRANSACCIONES    *
      *          APROBADAS POR PGM17 (BAJAS Y CAMBIOS DE SALARIO QUE  *
      *          PGM02 RETUVO): SOLO ESAS CONSERVAN EL APROBADOR; EN  *
      *          LAS TRANSACCIONES CRUDAS EL CAMPO SE LIMPIA PARA QUE *
      *          NADIE SE AUTOAPRUEBE TIPEANDOLO. EL REPORTE MUESTRA  *
      *          OPERADOR Y APROBADOR DE CADA TRANSACCION.            *
      *          LAS APROBADAS SE CONSUMEN UNA SOLA VEZ: PGM08 DEJA   *
      *          VACIO EL ARCHIVO DE APROBADAS NUEVO Y EL JOB LO ROTA *
      *          AL LUGAR DE APROBADAS AL TERMINAR BIEN, IGUAL QUE EL *
      *          SUSPENSO, PARA QUE NINGUNA SE VUELVA A APLICAR EN EL *
      *          LOTE SIGUIENTE. LAS QUE QUEDAN RETENIDAS EN SUSPENSO *
      *          CONSERVAN SU APROBADOR.                              *
      *          LA FECHA EFECTIVA DE UNA MODIFICACION RETROACTIVA SE *
      *          CONTROLA EN FORMATO Y QUE NO SEA FUTURA.             *
      *          UNA BAJA DEBE TRAER UN MOTIVO DE LA TABLA DE REGLAS  *
      *          DE LIQUIDACION FINAL (LIQPARAM.TXT) Y EL INDICADOR DE*
      *          PREAVISO EN S, N O BLANCO; OTRO TIPO DE TRANSACCION  *
      *          NO PUEDE TRAERLOS.                                   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SUSPANT   ASSIGN TO DYNAMIC WS-RUTA-SUSPANT
               FILE STATUS IS WS-FS-SUSPANT.

           SELECT APROBADAS ASSIGN TO DYNAMIC WS-RUTA-APROBADAS
               FILE STATUS IS WS-FS-APROBADAS.

           SELECT TRANSOK   ASSIGN TO DYNAMIC WS-RUTA-TRANSOK
               FILE STATUS IS WS-FS-TRANSOK.

           SELECT SUSPNUEVO ASSIGN TO DYNAMIC WS-RUTA-SUSPNUEVO
               FILE STATUS IS WS-FS-SUSPNUEVO.

           SELECT APRNUEVO  ASSIGN TO DYNAMIC WS-RUTA-APRNUEVO
               FILE STATUS IS WS-FS-APRNUEVO.

           SELECT DEPTOS    ASSIGN TO DYNAMIC WS-RUTA-DEPTOS
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT BANDAS    ASSIGN TO DYNAMIC WS-RUTA-BANDAS
               FILE STATUS IS WS-FS-BANDAS.

           SELECT LIQPARAM  ASSIGN TO DYNAMIC WS-RUTA-LIQPARAM
               FILE STATUS IS WS-FS-LIQPARAM.

           SELECT PREEDREP  ASSIGN TO DYNAMIC WS-RUTA-PREEDREP
               FILE STATUS IS WS-FS-PREEDREP.

       FILE SECTION.
       FD  TRANSAC

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANSAC            PIC X(80).

       FD  SUSPANT

           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSPANT            PIC X(83).

       FD  APROBADAS

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-APROBADAS          PIC X(80).

       FD  TRANSOK

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANSOK            PIC X(80).

       FD  SUSPNUEVO

           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSPNUEVO          PIC X(83).

       FD  APRNUEVO

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-APRNUEVO           PIC X(80).

       FD  DEPTOS

           BLOCK CONTAINS 0 RECORDS.
       01  REG-BANDA              PIC X(20).

       FD  LIQPARAM

           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIQPARAM           PIC X(40).

       FD  PREEDREP

           RECORD CONTAINS 100 CHARACTERS
              10 SRT-TIPO         PIC X(01).
              10 SRT-NUMERO       PIC X(05).
              10 FILLER           PIC X(45).
              10 SRT-OPERADOR     PIC X(08).
              10 SRT-APROBADOR    PIC X(08).
              10 SRT-FECHA-EFECTIVA PIC X(08).
              10 FILLER           PIC X(05).
           05 SRT-AGING           PIC 9(03).
           05 SRT-SECUENCIA       PIC 9(07).

       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-TRANSAC     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-SUSPANT     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-APROBADAS   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-TRANSOK     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-SUSPNUEVO   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-APRNUEVO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DEPTOS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-BANDAS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LIQPARAM    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-PREEDREP    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\TRANS.TXT".
           05 WS-DEF-SUSPANT      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\SUSPENSO.TXT".
           05 WS-DEF-APROBADAS    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\APROBADAS.TXT".
           05 WS-DEF-TRANSOK      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\TRANSOK.TXT".
           05 WS-DEF-SUSPNUEVO    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\SUSPNUEV.TXT".
           05 WS-DEF-APRNUEVO     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\APRNUEV.TXT".
           05 WS-DEF-DEPTOS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DEPTOS.TXT".
           05 WS-DEF-BANDAS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\BANDAS.TXT".
           05 WS-DEF-LIQPARAM     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LIQPARAM.TXT".
           05 WS-DEF-PREEDREP     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\PREEDIT.TXT".

       01  WS-FS-TRANSAC          PIC X(02)    VALUE SPACES.
       01  WS-FS-SUSPANT          PIC X(02)    VALUE SPACES.
       01  WS-FS-APROBADAS        PIC X(02)    VALUE SPACES.
       01  WS-FS-TRANSOK          PIC X(02)    VALUE SPACES.
       01  WS-FS-SUSPNUEVO        PIC X(02)    VALUE SPACES.
       01  WS-FS-APRNUEVO         PIC X(02)    VALUE SPACES.
       01  WS-FS-DEPTOS           PIC X(02)    VALUE SPACES.
       01  WS-FS-BANDAS           PIC X(02)    VALUE SPACES.
       01  WS-FS-LIQPARAM         PIC X(02)    VALUE SPACES.
       01  WS-FS-PREEDREP         PIC X(02)    VALUE SPACES.

      *TRANSACCION EN PROCESO (MISMO LAYOUT QUE PGM02) MAS SU
              10 WS-TRN-DEPTO     PIC 9(03).
              10 WS-TRN-PUESTO    PIC 9(02).
              10 WS-TRN-SALARIO   PIC 9(07)V99.
           05 WS-TRN-OPERADOR     PIC X(08).
           05 WS-TRN-APROBADOR    PIC X(08).
           05 WS-TRN-FECHA-EFECTIVA.
              10 WS-TRN-EFE-AAAA  PIC 9(04).
              10 WS-TRN-EFE-MM    PIC 9(02).
              10 WS-TRN-EFE-DD    PIC 9(02).
      *MOTIVO DE UNA BAJA (CODIGO DE LIQPARAM.TXT) Y SI EL EMPLEADO
      *FUE PREAVISADO ('S'). SOLO EN BAJAS; DEFINEN LA LIQUIDACION.
           05 WS-TRN-MOTIVO-BAJA  PIC X(02).
           05 WS-TRN-PREAVISO     PIC X(01).
              88 TRN-PREAVISO-VALIDO           VALUE 'S', 'N', ' '.
           05 FILLER              PIC X(02).

       01  WS-REG-SUSPENSO.
           05 WS-SUS-TRANSAC      PIC X(80).
           05 WS-SUS-AGING        PIC 9(03).

       01  WS-CONTROL-PREEDIT.
           05 WS-SECUENCIA        PIC 9(07)    VALUE 0.
           05 WS-TRN-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-SUS-RECICLADAS   PIC 9(05)    VALUE 0.
           05 WS-APR-RECIBIDAS    PIC 9(05)    VALUE 0.
           05 WS-TRN-LIBERADAS    PIC 9(05)    VALUE 0.
           05 WS-TRN-RETENIDAS    PIC 9(05)    VALUE 0.
           05 WS-TRN-RECHAZADAS   PIC 9(05)    VALUE 0.
              10 WS-BAN-TAB-MINIMO   PIC 9(07)V99 VALUE 0.
              10 WS-BAN-TAB-MAXIMO   PIC 9(07)V99 VALUE 0.

      *MOTIVOS DE BAJA DE LA TABLA DE REGLAS DE LIQUIDACION FINAL
      *(LIQPARAM.TXT, LA MISMA QUE USA PGM23). AQUI SOLO INTERESA
      *QUE EL MOTIVO EXISTA; LAS REGLAS LAS APLICA PGM23.
       01  WS-REG-LIQPARAM-REF.
           05 WS-LQP-MOTIVO       PIC X(02).
           05 WS-LQP-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(18).

       01  WS-CONTROL-MOTIVOS.
           05 WS-MOT-IX           PIC 9(02)    VALUE 0.
           05 WS-MOTIVOS-CARGADOS PIC 9(02)    VALUE 0.
           05 WS-MOT-MAXIMO       PIC 9(02)    VALUE 50.
           05 WS-SW-MOTIVO        PIC X(01)    VALUE 'N'.
              88 MOTIVO-ENCONTRADO             VALUE 'S'.
              88 MOTIVO-NO-ENCONTRADO          VALUE 'N'.

       01  WS-TABLA-MOTIVOS.
           05 WS-MOT-TAB          OCCURS 50 TIMES.
              10 WS-MOT-TAB-CODIGO   PIC X(02)    VALUE SPACES.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
           05 WS-PRE-DIAS         PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-ALERTA       PIC X(14).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-OPERADOR     PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-APROBADOR    PIC X(08).
           05 FILLER              PIC X(07)    VALUE ' '.

       01  WS-PRE-TOTALES-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-TOT-VENC     PIC ZZ,ZZ9.
           05 FILLER              PIC X(31)    VALUE ' '.

       01  WS-PRE-TOTALES-3.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(33)    VALUE
              "APROBADAS POR SEGUNDO OPERADOR:  ".
           05 WS-PRE-TOT-APROB    PIC ZZ,ZZ9.
           05 FILLER              PIC X(60)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 013-CARGA-DEPTOS THRU 013-EXIT
           PERFORM 014-CARGA-BANDAS THRU 014-EXIT
           PERFORM 016-CARGA-MOTIVOS THRU 016-EXIT

           OPEN OUTPUT PREEDREP
           IF WS-FS-PREEDREP NOT = "00"

           OPEN OUTPUT TRANSOK
                OUTPUT SUSPNUEVO
                OUTPUT APRNUEVO
           IF WS-FS-TRANSOK NOT = "00" OR WS-FS-SUSPNUEVO NOT = "00"
              OR WS-FS-APRNUEVO NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR SALIDAS - ST "
                     WS-FS-TRANSOK " / " WS-FS-SUSPNUEVO " / "
                     WS-FS-APRNUEVO
                CLOSE PREEDREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
                     MOVE WS-DEF-SUSPANT TO WS-RUTA-SUSPANT
           END-ACCEPT

           ACCEPT WS-RUTA-APROBADAS FROM ENVIRONMENT "APROBADAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-APROBADAS TO WS-RUTA-APROBADAS
           END-ACCEPT

           ACCEPT WS-RUTA-TRANSOK FROM ENVIRONMENT "TRANS_DEPURADA_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-TRANSOK TO WS-RUTA-TRANSOK
                     MOVE WS-DEF-SUSPNUEVO TO WS-RUTA-SUSPNUEVO
           END-ACCEPT

           ACCEPT WS-RUTA-APRNUEVO
                FROM ENVIRONMENT "APROBADAS_NUEVO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-APRNUEVO TO WS-RUTA-APRNUEVO
           END-ACCEPT

           ACCEPT WS-RUTA-DEPTOS FROM ENVIRONMENT "DEPTOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DEPTOS TO WS-RUTA-DEPTOS
                     MOVE WS-DEF-BANDAS TO WS-RUTA-BANDAS
           END-ACCEPT

           ACCEPT WS-RUTA-LIQPARAM FROM ENVIRONMENT "LIQPARAM_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LIQPARAM TO WS-RUTA-LIQPARAM
           END-ACCEPT

           ACCEPT WS-RUTA-PREEDREP FROM ENVIRONMENT "PREEDIT_REP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-PREEDREP TO WS-RUTA-PREEDREP
       0140-EXIT.
           EXIT.

      *CARGA LOS MOTIVOS DE BAJA DE LA TABLA DE LIQUIDACION FINAL.
      *SIN ELLA NINGUNA BAJA SE PUEDE VALIDAR: SE CORTA LA CORRIDA.
       016-CARGA-MOTIVOS.
           OPEN INPUT LIQPARAM
           IF WS-FS-LIQPARAM NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LIQPARAM - STATUS "
                     WS-FS-LIQPARAM
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0160-CARGA-UN-MOTIVO THRU 0160-EXIT
                UNTIL WS-FS-LIQPARAM = "10"
           CLOSE LIQPARAM
           IF WS-MOTIVOS-CARGADOS = 0
                DISPLAY "ERROR: TABLA DE MOTIVOS DE BAJA VACIA"
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF.
       016-EXIT.
           EXIT.

       0160-CARGA-UN-MOTIVO.
           READ LIQPARAM INTO WS-REG-LIQPARAM-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-LIQPARAM = "10"
                GO TO 0160-EXIT
           END-IF
           IF WS-LQP-MOTIVO = SPACES OR
              WS-MOTIVOS-CARGADOS NOT < WS-MOT-MAXIMO
                DISPLAY "AVISO: MOTIVO IGNORADO EN LIQPARAM: "
                     WS-REG-LIQPARAM-REF
                GO TO 0160-EXIT
           END-IF
           ADD 1                  TO WS-MOTIVOS-CARGADOS
           MOVE WS-LQP-MOTIVO
                TO WS-MOT-TAB-CODIGO (WS-MOTIVOS-CARGADOS).
       0160-EXIT.
           EXIT.

      *BUSCA EL MOTIVO DE LA TRANSACCION. SI NO ESTA, WS-MOT-IX
      *QUEDA MAYOR QUE LA CANTIDAD CARGADA. LA COMPARACION SE HACE
      *DENTRO DEL CICLO PARA NO TOCAR LA TABLA FUERA DE LO CARGADO.
       017-BUSCA-MOTIVO.
           SET MOTIVO-NO-ENCONTRADO TO TRUE
           MOVE 1                 TO WS-MOT-IX
           PERFORM 0170-COMPARA-MOTIVO THRU 0170-EXIT
                UNTIL WS-MOT-IX > WS-MOTIVOS-CARGADOS OR
                      MOTIVO-ENCONTRADO.
       017-EXIT.
           EXIT.

       0170-COMPARA-MOTIVO.
           IF WS-MOT-TAB-CODIGO (WS-MOT-IX) = WS-TRN-MOTIVO-BAJA
                SET MOTIVO-ENCONTRADO TO TRUE
                GO TO 0170-EXIT
           END-IF
           ADD 1                  TO WS-MOT-IX.
       0170-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-DATE-DD        TO WS-PRE-TIT-DD
           MOVE WS-DATE-MM        TO WS-PRE-TIT-MM

      *PROCEDIMIENTO DE ENTRADA DEL SORT: PRIMERO EL SUSPENSO DEL
      *LOTE ANTERIOR (CON SU CONTADOR DE DIAS INCREMENTADO), DESPUES
      *LAS APROBADAS POR PGM17 Y AL FINAL LAS TRANSACCIONES CRUDAS
      *DEL DIA. SI EL SUSPENSO O LAS APROBADAS NO EXISTEN SE SIGUE
      *SOLO CON EL LOTE CRUDO. LAS APROBADAS LEIDAS ACA NO PASAN AL
      *ARCHIVO DE APROBADAS NUEVO, QUE QUEDA VACIO PARA LA ROTACION.
       020-CARGA.
           OPEN INPUT SUSPANT
           IF WS-FS-SUSPANT = "00"
                CLOSE SUSPANT
           END-IF

           OPEN INPUT APROBADAS
           IF WS-FS-APROBADAS = "00"
                PERFORM 023-LEE-APROBADA THRU 023-EXIT
                     UNTIL WS-FS-APROBADAS = "10"
                CLOSE APROBADAS
           END-IF

           OPEN INPUT TRANSAC
           IF WS-FS-TRANSAC NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR TRANSAC - STATUS "
                CLOSE PREEDREP
                CLOSE TRANSOK
                CLOSE SUSPNUEVO
                CLOSE APRNUEVO
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 022-LEE-TRANSAC THRU 022-EXIT
           IF WS-FS-TRANSAC NOT = "10"
                ADD 1              TO WS-TRN-LEIDAS
                MOVE 0             TO WS-TRN-AGING
                MOVE SPACES        TO WS-TRN-APROBADOR
                PERFORM 025-VALIDA-Y-LIBERA THRU 025-EXIT
           END-IF.
       022-EXIT.
           EXIT.

      *TRANSACCION YA APROBADA POR UN SEGUNDO OPERADOR EN PGM17:
      *ENTRA CON SU APROBADOR Y PGM02 LA APLICA SIN RETENERLA.
       023-LEE-APROBADA.
           READ APROBADAS INTO WS-REG-TRANSAC
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-APROBADAS NOT = "10"
                ADD 1              TO WS-APR-RECIBIDAS
                MOVE 0             TO WS-TRN-AGING
                PERFORM 025-VALIDA-Y-LIBERA THRU 025-EXIT
           END-IF.
       023-EXIT.
           EXIT.

      *VALIDA LA TRANSACCION Y, SI PASA, LA LIBERA AL SORT. LAS
      *INVALIDAS SE RECHAZAN EN EL REPORTE: UN DATO MAL TIPEADO NO
      *MEJORA ESPERANDO EN SUSPENSO, RRHH DEBE CORREGIRLO.
                                   TO WS-RECHAZO-MOTIVO
                GO TO 026-EXIT
           END-IF
           IF WS-TRN-OPERADOR = SPACES
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FALTA OPERADOR QUE LA CARGO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 026-EXIT
           END-IF
           IF WS-TRN-APROBADOR NOT = SPACES AND
              WS-TRN-APROBADOR = WS-TRN-OPERADOR
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "APROBADOR IGUAL AL OPERADOR"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 026-EXIT
           END-IF
           IF WS-TRN-FECHA-EFECTIVA NOT = SPACES AND
              WS-TRN-FECHA-EFECTIVA NOT = ZEROS
                PERFORM 0260-VALIDA-FECHA-EFEC THRU 0260-EXIT
                IF TRANSAC-INVALIDA
                     GO TO 026-EXIT
                END-IF
           END-IF
           IF TRN-BAJA
                PERFORM 0261-VALIDA-MOTIVO THRU 0261-EXIT
                GO TO 026-EXIT
           END-IF
           IF WS-TRN-MOTIVO-BAJA NOT = SPACES OR
              WS-TRN-PREAVISO NOT = SPACES
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "MOTIVO/PREAVISO SOLO EN BAJAS"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 026-EXIT
           END-IF
           IF WS-TRN-SALARIO NOT NUMERIC
       026-EXIT.
           EXIT.

      *FECHA EFECTIVA: SOLO EN MODIFICACIONES, FECHA VALIDA Y NO
      *POSTERIOR AL LOTE. EL PLAZO HACIA ATRAS LO CONTROLA PGM02.
       0260-VALIDA-FECHA-EFEC.
           IF NOT TRN-MODIF
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA SOLO EN MODIF"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0260-EXIT
           END-IF
           IF WS-TRN-FECHA-EFECTIVA NOT NUMERIC
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA INVALIDA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0260-EXIT
           END-IF
           IF WS-TRN-EFE-MM < 1 OR WS-TRN-EFE-MM > 12 OR
              WS-TRN-EFE-DD < 1 OR WS-TRN-EFE-DD > 31
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA INVALIDA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0260-EXIT
           END-IF
           IF WS-TRN-FECHA-EFECTIVA > WS-ACTUAL-DATE
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA POSTERIOR A HOY"
                                   TO WS-RECHAZO-MOTIVO
           END-IF.
       0260-EXIT.
           EXIT.

      *MOTIVO DE BAJA: OBLIGATORIO Y EXISTENTE EN LIQPARAM.TXT, CON
      *EL PREAVISO EN S (PREAVISADO), N O BLANCO (NO PREAVISADO).
       0261-VALIDA-MOTIVO.
           IF WS-TRN-MOTIVO-BAJA = SPACES
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FALTA MOTIVO DE BAJA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0261-EXIT
           END-IF
           PERFORM 017-BUSCA-MOTIVO THRU 017-EXIT
           IF WS-MOT-IX > WS-MOTIVOS-CARGADOS
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "MOTIVO DE BAJA INEXISTENTE"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0261-EXIT
           END-IF
           IF NOT TRN-PREAVISO-VALIDO
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "INDICADOR DE PREAVISO INVALIDO"
                                   TO WS-RECHAZO-MOTIVO
           END-IF.
       0261-EXIT.
           EXIT.

       027-RECHAZA.
           MOVE WS-TRN-TIPO       TO WS-PRE-TIPO
           MOVE WS-TRN-NUMERO     TO WS-PRE-NUMERO
           MOVE WS-RECHAZO-MOTIVO TO WS-PRE-MOTIVO
           MOVE WS-TRN-AGING      TO WS-PRE-DIAS
           MOVE SPACES            TO WS-PRE-ALERTA
           MOVE WS-TRN-OPERADOR   TO WS-PRE-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-PRE-APROBADOR
           WRITE REG-PREEDREP FROM WS-PRE-DETALLE
                AFTER ADVANCING 1
           ADD 1                  TO WS-TRN-RECHAZADAS.
           MOVE "EMPLEADO CON TRANSAC PREVIA"
                                  TO WS-PRE-MOTIVO
           MOVE WS-SUS-AGING      TO WS-PRE-DIAS
           MOVE SRT-OPERADOR      TO WS-PRE-OPERADOR
           MOVE SRT-APROBADOR     TO WS-PRE-APROBADOR
           IF WS-SUS-AGING > WS-MAX-DIAS
                MOVE "** VENCIDA **" TO WS-PRE-ALERTA
                ADD 1              TO WS-SUS-VENCIDAS
           MOVE WS-TRN-RETENIDAS  TO WS-PRE-TOT-RETEN
           MOVE WS-TRN-RECHAZADAS TO WS-PRE-TOT-RECH
           MOVE WS-SUS-VENCIDAS   TO WS-PRE-TOT-VENC
           MOVE WS-APR-RECIBIDAS  TO WS-PRE-TOT-APROB
           WRITE REG-PREEDREP FROM WS-PRE-GUIONES
                AFTER ADVANCING 1
           WRITE REG-PREEDREP FROM WS-PRE-TOTALES-1
                AFTER ADVANCING 1
           WRITE REG-PREEDREP FROM WS-PRE-TOTALES-2
                AFTER ADVANCING 1
           WRITE REG-PREEDREP FROM WS-PRE-TOTALES-3
                AFTER ADVANCING 1

           CLOSE TRANSOK
           CLOSE SUSPNUEVO
           CLOSE APRNUEVO
           CLOSE PREEDREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

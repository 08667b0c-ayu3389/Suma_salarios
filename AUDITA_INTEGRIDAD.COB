      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM21.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: AUDITORIA DE INTEGRIDAD ENTRE LOS ARCHIVOS DEL       *
      *          SISTEMA. CADA PROGRAMA VALIDA SOLO SUS ENTRADAS;     *
      *          ESTE CRUZA LOS ARCHIVOS ENTRE SI PARA DETECTAR LAS   *
      *          DIFERENCIAS ANTES DE QUE ROMPAN UNA NOMINA:          *
      *          - DEPARTAMENTO DEL MAESTRO EXISTENTE EN DEPTOS.TXT   *
      *            Y PUESTO CON BANDA EN BANDAS.TXT.                  *
      *          - EMPLEADOS DE DEDUCFIJ.TXT EXISTENTES Y ACTIVOS.    *
      *          - ULTIMA IMAGEN 'DESPUES' DEL HISTORIAL DE CADA      *
      *            EMPLEADO IGUAL AL REGISTRO ACTUAL DEL MAESTRO.     *
      *          - SNAPSHOT.TXT Y EL ULTIMO CONTROL DE CONTROLES.TXT  *
      *            CUADRAN CON CANTIDAD Y TOTAL DE SALARIOS DEL       *
      *            MAESTRO. CON SUCURSAL.TXT PRESENTE SE AUDITA UNA   *
      *            SUCURSAL POR CORRIDA (AUDITA_SUCURSAL, 001 POR     *
      *            OMISION): EL MAESTRO ES EL DE ESA SUCURSAL EN LA   *
      *            LISTA, LA FOTO SE FILTRA POR ESA SUCURSAL Y SE     *
      *            COMPARA CONTRA SU ULTIMO REGISTRO DE CONTROLES.    *
      *            SIN SUCURSAL.TXT SE AUDITA EMP_FILE_RUTA CONTRA    *
      *            LA FOTO COMPLETA Y EL CONSOLIDADO 999, COMO PGM01. *
      *          - EL SUSPENSO DE PGM08 NO RETIENE TRANSACCIONES DE   *
      *            EMPLEADOS QUE MIENTRAS TANTO FUERON DADOS DE BAJA. *
      *          LOS HALLAZGOS SE LISTAN AGRUPADOS POR SEVERIDAD      *
      *          (INTEGREP.TXT). CODIGO DE RETORNO: 08 SI HAY ALGUNO  *
      *          DE SEVERIDAD ALTA, 04 SI HAY DE SEVERIDAD MEDIA, 00  *
      *          SI SOLO HAY INFORMATIVOS, 12 SI NO SE PUDO ABRIR EL  *
      *          MAESTRO, DEPTOS O EL REPORTE O SI LA SUCURSAL PEDIDA *
      *          NO ESTA EN SUCURSAL.TXT. SE CORRE SEMANALMENTE       *
      *          Y ANTES DE CADA CIERRE MENSUAL (PGM12).              *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT EMPLEADOS ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-EMP-NUMERO
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT DEPTOS    ASSIGN TO DYNAMIC WS-RUTA-DEPTOS
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT BANDAS    ASSIGN TO DYNAMIC WS-RUTA-BANDAS
               FILE STATUS IS WS-FS-BANDAS.

           SELECT DEDUCFIJ  ASSIGN TO DYNAMIC WS-RUTA-DEDUCFIJ
               FILE STATUS IS WS-FS-DEDUCFIJ.

           SELECT HISTORIAL ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT SNAPSHOT  ASSIGN TO DYNAMIC WS-RUTA-SNAPSHOT
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT CONTROLES ASSIGN TO DYNAMIC WS-RUTA-CONTROLES
               FILE STATUS IS WS-FS-CONTROL.

           SELECT SUCURSAL  ASSIGN TO DYNAMIC WS-RUTA-SUCURSAL
               FILE STATUS IS WS-FS-SUCURSAL.

           SELECT SUSPENSO  ASSIGN TO DYNAMIC WS-RUTA-SUSPENSO
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT INTEGREP  ASSIGN TO DYNAMIC WS-RUTA-INTEGREP
               FILE STATUS IS WS-FS-INTEGREP.

           SELECT SORT-HALLAZGOS ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS

           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EMPLEADOS.
           05 REG-EMP-NUMERO      PIC X(05).
           05 FILLER              PIC X(61).

       FD  DEPTOS

           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DEPTO              PIC X(34).

       FD  BANDAS

           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-BANDA              PIC X(20).

       FD  DEDUCFIJ

           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DEDUCFIJ           PIC X(34).

       FD  HISTORIAL

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORIAL          PIC X(180).

       FD  SNAPSHOT

           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SNAPSHOT           PIC X(69).

       FD  CONTROLES

           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONTROL            PIC X(32).

       FD  SUCURSAL

           RECORD CONTAINS 123 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUCURSAL           PIC X(123).

       FD  SUSPENSO

           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSPENSO           PIC X(83).

       FD  INTEGREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTEGREP           PIC X(120).

      *LOS HALLAZGOS SE ORDENAN POR SEVERIDAD (1 ALTA, 2 MEDIA,
      *3 BAJA) Y DENTRO DE CADA UNA EN EL ORDEN EN QUE SE DETECTARON,
      *QUE ES EL ORDEN DE LOS CONTROLES.
       SD  SORT-HALLAZGOS.
       01  SD-REG-HALLAZGO.
           05 SD-SEVERIDAD        PIC 9(01).
           05 SD-SECUENCIA        PIC 9(07).
           05 SD-CONTROL          PIC X(10).
           05 SD-NUMERO           PIC X(05).
           05 SD-DESCRIPCION      PIC X(50).
           05 SD-DATO             PIC X(40).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-EMPLEADOS   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DEPTOS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-BANDAS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DEDUCFIJ    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-HISTORIAL   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-SNAPSHOT    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CONTROLES   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-SUCURSAL    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-SUSPENSO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-INTEGREP    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-EMPLEADOS    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPMAST.DAT".
           05 WS-DEF-DEPTOS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DEPTOS.TXT".
           05 WS-DEF-BANDAS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\BANDAS.TXT".
           05 WS-DEF-DEDUCFIJ     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DEDUCFIJ.TXT".
           05 WS-DEF-HISTORIAL    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\HISTORIAL.TXT".
           05 WS-DEF-SNAPSHOT     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\SNAPSHOT.TXT".
           05 WS-DEF-CONTROLES    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CONTROLES.TXT".
           05 WS-DEF-SUCURSAL     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\SUCURSAL.TXT".
           05 WS-DEF-SUSPENSO     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\SUSPENSO.TXT".
           05 WS-DEF-INTEGREP     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\INTEGREP.TXT".

       01  WS-FS-EMPLEADOS        PIC X(02)    VALUE SPACES.
       01  WS-FS-DEPTOS           PIC X(02)    VALUE SPACES.
       01  WS-FS-BANDAS           PIC X(02)    VALUE SPACES.
       01  WS-FS-DEDUCFIJ         PIC X(02)    VALUE SPACES.
       01  WS-FS-HISTORIAL        PIC X(02)    VALUE SPACES.
       01  WS-FS-SNAPSHOT         PIC X(02)    VALUE SPACES.
       01  WS-FS-CONTROL          PIC X(02)    VALUE SPACES.
       01  WS-FS-SUCURSAL         PIC X(02)    VALUE SPACES.
       01  WS-FS-SUSPENSO         PIC X(02)    VALUE SPACES.
       01  WS-FS-INTEGREP         PIC X(02)    VALUE SPACES.

       01  WS-AREAS-A-USAR.
           05 WS-REG-EMPLEADOS.
              10 WS-NUMERO-EMP    PIC X(05).
              10 WS-NOMBRE-EMP    PIC X(30).
              10 WS-STATUS-EMP    PIC 9(01).
                 88 EMP-ACTIVO                 VALUE 1.
              10 WS-DEPTO-EMP     PIC 9(03).
              10 WS-PUESTO-EMP    PIC 9(02).
              10 WS-SALARIO-EMP   PIC 9(07)V99.
              10 WS-FECHA-INGRESO PIC 9(08).
              10 WS-FECHA-BAJA    PIC 9(08).

      *VISTA ALFANUMERICA DEL REGISTRO, PARA COMPARAR CAMPO A CAMPO
      *CONTRA LA IMAGEN DEL HISTORIAL.
       01  WS-IMAGEN-MAESTRO REDEFINES WS-AREAS-A-USAR.
           05 WS-MIM-NUMERO       PIC X(05).
           05 WS-MIM-NOMBRE       PIC X(30).
           05 WS-MIM-STATUS       PIC X(01).
           05 WS-MIM-DEPTO        PIC X(03).
           05 WS-MIM-PUESTO       PIC X(02).
           05 WS-MIM-SALARIO      PIC X(09).
           05 WS-MIM-FECHA-INGRESO PIC X(08).
           05 WS-MIM-FECHA-BAJA   PIC X(08).

      *MAESTRO DE DEPARTAMENTOS (LAYOUT DE PGM01). SOLO INTERESA SI
      *EL CODIGO EXISTE.
       01  WS-REG-DEPTO-REF.
           05 WS-DEPREF-CODIGO    PIC 9(03).
           05 WS-DEPREF-NOMBRE    PIC X(20).
           05 WS-DEPREF-TOPE      PIC 9(09)V99.

       01  WS-CONTROL-DEPTOS.
           05 WS-DEP-IX           PIC 9(04)    VALUE 0.
           05 WS-DEPTOS-CARGADOS  PIC 9(04)    VALUE 0.

       01  WS-TABLA-DEPTOS.
           05 WS-DEP-TAB          OCCURS 1000 TIMES.
              10 WS-DEP-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 DEPTO-CARGADO                 VALUE 'S'.

      *BANDAS SALARIALES POR PUESTO (LAYOUT DE PGM01). EL PUESTO 0
      *NO LLEVA BANDA, COMO EN 022-CONTROLA-BANDA DE PGM01.
       01  WS-REG-BANDA-REF.
           05 WS-BANDA-PUESTO     PIC 9(02).
           05 WS-BANDA-MINIMO     PIC 9(07)V99.
           05 WS-BANDA-MAXIMO     PIC 9(07)V99.

       01  WS-CONTROL-BANDAS.
           05 WS-BAN-IX           PIC 9(02)    VALUE 0.
           05 WS-BANDAS-CARGADAS  PIC 9(02)    VALUE 0.

       01  WS-TABLA-BANDAS.
           05 WS-BAN-TAB          OCCURS 99 TIMES.
              10 WS-BAN-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 BANDA-CARGADA                 VALUE 'S'.

      *DEDUCCIONES FIJAS POR EMPLEADO (LAYOUT DE PGM09).
       01  WS-REG-DEDUCFIJ.
           05 WS-DED-NUMERO       PIC X(05).
           05 WS-DED-CONCEPTO     PIC X(20).
           05 WS-DED-IMPORTE      PIC 9(07)V99.

      *MOVIMIENTO DEL HISTORIAL PERMANENTE (LAYOUT DE PGM02). EL
      *ARCHIVO SE GRABA EN ORDEN CRONOLOGICO, ASI QUE EL ULTIMO
      *MOVIMIENTO LEIDO DE CADA EMPLEADO ES SU IMAGEN VIGENTE.
       01  WS-REG-HISTORIAL.
           05 WS-HIS-FECHA        PIC 9(08).
           05 WS-HIS-TIPO         PIC X(01).
           05 WS-HIS-NUMERO       PIC X(05).
           05 WS-HIS-ANTES        PIC X(66).
           05 WS-HIS-DESPUES      PIC X(66).
           05 WS-HIS-OPERADOR     PIC X(08).
           05 WS-HIS-APROBADOR    PIC X(08).
           05 WS-HIS-FECHA-EFECTIVA PIC 9(08).
           05 FILLER              PIC X(10).

      *IMAGEN 'DESPUES' DEL ULTIMO MOVIMIENTO, PARA UBICAR EL PRIMER
      *CAMPO QUE DIFIERE DEL MAESTRO.
       01  WS-IMAGEN-HISTORIAL.
           05 WS-IMG-NUMERO       PIC X(05).
           05 WS-IMG-NOMBRE       PIC X(30).
           05 WS-IMG-STATUS       PIC X(01).
           05 WS-IMG-DEPTO        PIC X(03).
           05 WS-IMG-PUESTO       PIC X(02).
           05 WS-IMG-SALARIO      PIC X(09).
           05 WS-IMG-FECHA-INGRESO PIC X(08).
           05 WS-IMG-FECHA-BAJA   PIC X(08).

      *FOTO DE LA ULTIMA CORRIDA DE PGM01 (SUCURSAL + REGISTRO DEL
      *MAESTRO, SOLO LOS REGISTROS QUE PGM01 ACEPTO).
       01  WS-REG-SNAP.
           05 WS-SNAP-SUCURSAL    PIC 9(03).
           05 WS-SNAP-NUMERO      PIC X(05).
           05 WS-SNAP-NOMBRE      PIC X(30).
           05 WS-SNAP-STATUS      PIC 9(01).
           05 WS-SNAP-DEPTO       PIC 9(03).
           05 WS-SNAP-PUESTO      PIC 9(02).
           05 WS-SNAP-SALARIO     PIC 9(07)V99.
           05 WS-SNAP-FECHA-ING   PIC 9(08).
           05 WS-SNAP-FECHA-BAJA  PIC 9(08).

      *REGISTRO DE CONTROLES (LAYOUT DE PGM01): UNO POR SUCURSAL MAS
      *EL CONSOLIDADO 999 DE CADA CORRIDA.
       01  WS-REG-CONTROL.
           05 WS-CTL-SUCURSAL     PIC X(03).
           05 WS-CTL-FECHA        PIC X(08).
           05 WS-CTL-LEIDOS       PIC 9(05).
           05 WS-CTL-IMPRESOS     PIC 9(05).
           05 WS-CTL-SALARIOS     PIC 9(09)V99.

       01  WS-CONTROL-ANT.
           05 WS-CTL-ANT-FECHA    PIC X(08)    VALUE SPACES.
           05 WS-CTL-ANT-LEIDOS   PIC 9(05)    VALUE 0.
           05 WS-CTL-ANT-SALARIOS PIC 9(09)V99 VALUE 0.
           05 WS-SW-CONTROL       PIC X(01)    VALUE 'N'.
              88 HAY-CONTROL-ANT               VALUE 'S'.

      *SUCURSAL AUDITADA. CON SUCURSAL.TXT (LAYOUT DE PGM01) SE TOMA
      *DE LA LISTA LA RUTA DEL MAESTRO DE AUDITA_SUCURSAL, LA FOTO SE
      *FILTRA POR ESA SUCURSAL Y EL CONTROL BUSCADO ES EL SUYO; SIN
      *LA LISTA PGM01 CONSOLIDA UNA SOLA SUCURSAL Y EL CONTROL
      *BUSCADO ES EL 999.
       01  WS-REG-SUC-REF.
           05 WS-SUCREF-CODIGO    PIC 9(03).
           05 WS-SUCREF-NOMBRE    PIC X(20).
           05 WS-SUCREF-RUTA      PIC X(100).

       01  WS-CONTROL-SUCURSAL.
           05 WS-AUD-SUC-X        PIC X(03)    VALUE SPACES.
           05 WS-AUD-SUC          PIC 9(03)    VALUE 1.
           05 WS-CTL-TIPO         PIC X(11)    VALUE "CONSOLIDADO".
           05 WS-CTL-BUSCADO      PIC X(03)    VALUE "999".
           05 WS-SW-SUCURSAL      PIC X(01)    VALUE 'N'.
              88 AUDITA-POR-SUCURSAL           VALUE 'S'.
           05 WS-SW-SUC-HALLADA   PIC X(01)    VALUE 'N'.
              88 SUCURSAL-HALLADA              VALUE 'S'.

      *TRANSACCION RETENIDA EN EL SUSPENSO DE PGM08 (TRANSACCION DE
      *PGM02 DE 80 POSICIONES + DIAS EN SUSPENSO).
       01  WS-REG-SUSPENSO.
           05 WS-SUS-TIPO         PIC X(01).
              88 SUS-BAJA                      VALUE 'B'.
              88 SUS-MODIF                     VALUE 'M'.
           05 WS-SUS-NUMERO       PIC X(05).
           05 WS-SUS-NOMBRE       PIC X(30).
           05 WS-SUS-STATUS       PIC X(01).
           05 FILLER              PIC X(14).
           05 WS-SUS-OPERADOR     PIC X(08).
           05 FILLER              PIC X(21).
           05 WS-SUS-AGING        PIC 9(03).

      *SITUACION DE CADA EMPLEADO DEL MAESTRO, POR NUMERO: LA USAN
      *LOS CONTROLES DE DEDUCFIJ Y DEL SUSPENSO, QUE SE HACEN
      *DESPUES DE RECORRER EL MAESTRO.
       01  WS-TABLA-MAESTRO.
           05 WS-MAE-TAB          OCCURS 100000 TIMES.
              10 WS-MAE-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 MAE-EN-MAESTRO                VALUE 'A', 'I'.
                 88 MAE-ACTIVO                    VALUE 'A'.
                 88 MAE-INACTIVO                  VALUE 'I'.

      *ULTIMA IMAGEN 'DESPUES' DEL HISTORIAL POR EMPLEADO. LA MARCA
      *PASA A 'C' CUANDO EL EMPLEADO APARECE EN EL MAESTRO; LAS QUE
      *QUEDAN EN 'S' SON EMPLEADOS CON HISTORIAL Y SIN MAESTRO.
       01  WS-TABLA-HISTORIAL.
           05 WS-HIS-TAB          OCCURS 100000 TIMES.
              10 WS-HIS-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 HIS-CARGADO                   VALUE 'S'.
                 88 HIS-COMPARADO                 VALUE 'C'.
              10 WS-HIS-TAB-TIPO     PIC X(01)    VALUE SPACES.
              10 WS-HIS-TAB-FECHA    PIC X(08)    VALUE SPACES.
              10 WS-HIS-TAB-DESPUES  PIC X(66)    VALUE SPACES.

      *ARCHIVOS OPCIONALES: SI FALTAN, EL CONTROL QUE LOS USA SE
      *OMITE Y QUEDA UN HALLAZGO QUE LO DICE.
       01  WS-DISPONIBILIDAD.
           05 WS-SW-BANDAS        PIC X(01)    VALUE 'N'.
              88 HAY-BANDAS                    VALUE 'S'.
           05 WS-SW-HISTORIAL     PIC X(01)    VALUE 'N'.
              88 HAY-HISTORIAL                 VALUE 'S'.
           05 WS-SW-SNAPSHOT      PIC X(01)    VALUE 'N'.
              88 HAY-SNAPSHOT                  VALUE 'S'.

       01  WS-CONTROL-AUDITORIA.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.
           05 WS-MAE-LEIDOS       PIC 9(07)    VALUE 0.
           05 WS-MAE-VALIDOS      PIC 9(07)    VALUE 0.
           05 WS-MAE-SALARIOS     PIC 9(11)V99 VALUE 0.
           05 WS-MAE-SIN-HISTORIAL PIC 9(07)   VALUE 0.
           05 WS-HIS-LEIDOS       PIC 9(07)    VALUE 0.
           05 WS-DED-LEIDAS       PIC 9(07)    VALUE 0.
           05 WS-SUS-LEIDAS       PIC 9(07)    VALUE 0.
           05 WS-SNAP-LEIDOS      PIC 9(07)    VALUE 0.
           05 WS-SNAP-SALARIOS    PIC 9(11)V99 VALUE 0.
           05 WS-SW-VALIDO        PIC X(01)    VALUE 'S'.
              88 REGISTRO-VALIDO               VALUE 'S'.
              88 REGISTRO-INVALIDO             VALUE 'N'.

      *HALLAZGO EN PREPARACION Y CONTADORES POR SEVERIDAD.
       01  WS-HALLAZGO.
           05 WS-HAL-SEVERIDAD    PIC 9(01)    VALUE 0.
              88 HAL-ALTA                      VALUE 1.
              88 HAL-MEDIA                     VALUE 2.
              88 HAL-BAJA                      VALUE 3.
           05 WS-HAL-CONTROL      PIC X(10)    VALUE SPACES.
           05 WS-HAL-NUMERO       PIC X(05)    VALUE SPACES.
           05 WS-HAL-DESCRIPCION  PIC X(50)    VALUE SPACES.
           05 WS-HAL-DATO         PIC X(40)    VALUE SPACES.
           05 WS-HAL-SECUENCIA    PIC 9(07)    VALUE 0.
           05 WS-HAL-ALTAS        PIC 9(07)    VALUE 0.
           05 WS-HAL-MEDIAS       PIC 9(07)    VALUE 0.
           05 WS-HAL-BAJAS        PIC 9(07)    VALUE 0.

      *CAMPOS EDITADOS PARA ARMAR EL DATO DEL HALLAZGO.
       01  WS-EDICION.
           05 WS-ED-CANT          PIC Z,ZZZ,ZZ9.
           05 WS-ED-CANT-2        PIC Z,ZZZ,ZZ9.
           05 WS-ED-IMPORTE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-CAMPO         PIC X(14)    VALUE SPACES.

      *FECHA AAAAMMDD EDITADA DD/MM/AAAA (SI NO ES NUMERICA SE
      *MUESTRA TAL CUAL VINO).
       01  WS-FECHA-EDICION.
           05 WS-FED-FECHA        PIC X(08)    VALUE SPACES.
           05 WS-FED-FECHA-R REDEFINES WS-FED-FECHA.
              10 WS-FED-AAAA      PIC X(04).
              10 WS-FED-MM        PIC X(02).
              10 WS-FED-DD        PIC X(02).
           05 WS-FED-EDITADA.
              10 WS-FED-ED-DD     PIC X(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-FED-ED-MM     PIC X(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-FED-ED-AAAA   PIC X(04).

       01  WS-CONTROL-SORT.
           05 WS-SW-FIN-SORT      PIC X(01)    VALUE 'N'.
              88 FIN-SORT                      VALUE 'S'.
           05 WS-SEV-ANTERIOR     PIC 9(01)    VALUE 0.

      *CODIGO DE RETORNO: 00 SIN HALLAZGOS O SOLO INFORMATIVOS,
      *04 HALLAZGOS DE SEVERIDAD MEDIA, 08 DE SEVERIDAD ALTA,
      *12 FALLA DE APERTURA DE UN ARCHIVO OBLIGATORIO.
       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

       01  WS-CONTROL-PAGINA.
           05 WS-LINEA-CONT       PIC 9(03)    VALUE 0.
           05 WS-MAX-LINEAS       PIC 9(03)    VALUE 55.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE 1.

      *LINEAS DEL LISTADO DE HALLAZGOS.
       01  WS-LST-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(40)    VALUE
              "AUDITORIA DE INTEGRIDAD ENTRE ARCHIVOS  ".
           05 FILLER              PIC X(48)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-LST-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-LST-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-LST-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-LST-TIT-PAGINA   PIC ZZ9.

       01  WS-LST-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-LST-SECCION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LST-SEC-TEXTO    PIC X(60).
           05 FILLER              PIC X(59)    VALUE ' '.

       01  WS-LHA-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "CONTROL".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(50)    VALUE "HALLAZGO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE "DATO".
           05 FILLER              PIC X(08)    VALUE ' '.

       01  WS-LHA-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LHA-CONTROL      PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LHA-NUMERO       PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LHA-DESCRIPCION  PIC X(50).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LHA-DATO         PIC X(40).
           05 FILLER              PIC X(08)    VALUE ' '.

      *RESUMEN DE CONTROL DE LA CORRIDA.
       01  WS-LRS-RESUMEN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRS-TEXTO        PIC X(50).
           05 WS-LRS-CANTIDAD     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(60)    VALUE ' '.

      *CIFRAS DE CONTROL DEL MAESTRO CONTRA SNAPSHOT Y CONTROLES.
       01  WS-LRS-CIFRAS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRS-CIF-DESC     PIC X(40).
           05 FILLER              PIC X(12)    VALUE "  REGISTROS ".
           05 WS-LRS-CIF-CANT     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(17)    VALUE
              "  TOTAL SALARIOS ".
           05 WS-LRS-CIF-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(24)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 011-UBICA-SUCURSAL THRU 011-EXIT
           PERFORM 013-CARGA-DEPTOS THRU 013-EXIT

           OPEN OUTPUT INTEGREP
           IF WS-FS-INTEGREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR INTEGREP - STATUS "
                     WS-FS-INTEGREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-DATE-DD        TO WS-LST-TIT-DD
           MOVE WS-DATE-MM        TO WS-LST-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-LST-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

      *LOS CONTROLES CORREN EN EL INPUT PROCEDURE Y ENTREGAN CADA
      *HALLAZGO AL SORT; EL OUTPUT PROCEDURE LOS LISTA AGRUPADOS POR
      *SEVERIDAD.
           SORT SORT-HALLAZGOS
                ON ASCENDING KEY SD-SEVERIDAD
                ON ASCENDING KEY SD-SECUENCIA
                INPUT PROCEDURE  020-AUDITA THRU 020-EXIT
                OUTPUT PROCEDURE 060-LISTA  THRU 060-EXIT

           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-EMPLEADOS FROM ENVIRONMENT "EMP_FILE_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-EMPLEADOS TO WS-RUTA-EMPLEADOS
           END-ACCEPT

           ACCEPT WS-RUTA-DEPTOS FROM ENVIRONMENT "DEPTOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DEPTOS TO WS-RUTA-DEPTOS
           END-ACCEPT

           ACCEPT WS-RUTA-BANDAS FROM ENVIRONMENT "BANDAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-BANDAS TO WS-RUTA-BANDAS
           END-ACCEPT

           ACCEPT WS-RUTA-DEDUCFIJ FROM ENVIRONMENT "DEDUCFIJ_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DEDUCFIJ TO WS-RUTA-DEDUCFIJ
           END-ACCEPT

           ACCEPT WS-RUTA-HISTORIAL FROM ENVIRONMENT "HISTORIAL_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-HISTORIAL TO WS-RUTA-HISTORIAL
           END-ACCEPT

      *LA FOTO VIGENTE ES LA QUE EL JOB DE PGM01 DEJA ROTADA EN
      *SNAPSHOT_ANT_RUTA PARA LA CORRIDA SIGUIENTE.
           ACCEPT WS-RUTA-SNAPSHOT FROM ENVIRONMENT "SNAPSHOT_ANT_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-SNAPSHOT TO WS-RUTA-SNAPSHOT
           END-ACCEPT

           ACCEPT WS-RUTA-CONTROLES FROM ENVIRONMENT "CONTROLES_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CONTROLES TO WS-RUTA-CONTROLES
           END-ACCEPT

           ACCEPT WS-RUTA-SUCURSAL FROM ENVIRONMENT "SUCURSALES_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-SUCURSAL TO WS-RUTA-SUCURSAL
           END-ACCEPT

           ACCEPT WS-AUD-SUC-X FROM ENVIRONMENT "AUDITA_SUCURSAL"
                ON EXCEPTION
                     MOVE SPACES TO WS-AUD-SUC-X
           END-ACCEPT
           IF WS-AUD-SUC-X NUMERIC
                MOVE WS-AUD-SUC-X TO WS-AUD-SUC
           ELSE
                IF WS-AUD-SUC-X NOT = SPACES
                     DISPLAY "AVISO: AUDITA_SUCURSAL INVALIDA: "
                          WS-AUD-SUC-X " - SE AUDITA LA 001"
                END-IF
           END-IF

      *EL SUSPENSO VIGENTE ES EL QUE PGM08 LEE AL ARRANCAR.
           ACCEPT WS-RUTA-SUSPENSO FROM ENVIRONMENT "SUSPENSO_ANT_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-SUSPENSO TO WS-RUTA-SUSPENSO
           END-ACCEPT

           ACCEPT WS-RUTA-INTEGREP
                FROM ENVIRONMENT "INTEGRIDAD_REP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-INTEGREP TO WS-RUTA-INTEGREP
           END-ACCEPT.
       012-EXIT.
           EXIT.

      *SI HAY LISTA DE SUCURSALES, BUSCA EN ELLA LA SUCURSAL A
      *AUDITAR Y TOMA LA RUTA DE SU MAESTRO, COMO 0183 DE PGM01. UNA
      *SUCURSAL QUE NO ESTA EN LA LISTA CORTA LA CORRIDA: AUDITAR
      *OTRO MAESTRO DARIA DIFERENCIAS FALSAS. SIN LISTA SE SIGUE CON
      *EMP_FILE_RUTA Y EL CONSOLIDADO 999.
       011-UBICA-SUCURSAL.
           OPEN INPUT SUCURSAL
           IF WS-FS-SUCURSAL NOT = "00"
                GO TO 011-EXIT
           END-IF
           SET AUDITA-POR-SUCURSAL TO TRUE
           MOVE "SUCURSAL"        TO WS-CTL-TIPO
           MOVE WS-AUD-SUC        TO WS-CTL-BUSCADO
           PERFORM 0110-LEE-UNA-SUC THRU 0110-EXIT
                UNTIL WS-FS-SUCURSAL NOT = "00" OR SUCURSAL-HALLADA
           CLOSE SUCURSAL
           IF NOT SUCURSAL-HALLADA
                DISPLAY "ERROR: SUCURSAL " WS-CTL-BUSCADO
                     " NO ESTA EN SUCURSAL.TXT"
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF.
       011-EXIT.
           EXIT.

       0110-LEE-UNA-SUC.
           READ SUCURSAL INTO WS-REG-SUC-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-SUCURSAL = "00" AND
              WS-SUCREF-CODIGO NUMERIC AND
              WS-SUCREF-RUTA NOT = SPACES
                IF WS-SUCREF-CODIGO = WS-AUD-SUC
                     MOVE WS-SUCREF-RUTA TO WS-RUTA-EMPLEADOS
                     SET SUCURSAL-HALLADA TO TRUE
                END-IF
           END-IF.
       0110-EXIT.
           EXIT.

      *CARGA EL MAESTRO DE DEPARTAMENTOS, COMO 013-CARGA-DEPTOS DE
      *PGM01. ES OBLIGATORIO: SIN EL NO HAY CONTRA QUE CRUZAR.
       013-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR DEPTOS - STATUS "
                     WS-FS-DEPTOS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-DEPTO THRU 0130-EXIT
                UNTIL WS-FS-DEPTOS = "10"
           CLOSE DEPTOS
           IF WS-DEPTOS-CARGADOS = 0
                DISPLAY "ERROR: MAESTRO DE DEPTOS VACIO"
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-DEPTO.
           READ DEPTOS INTO WS-REG-DEPTO-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-DEPTOS NOT = "10"
                IF WS-DEPREF-CODIGO NUMERIC AND
                   WS-DEPREF-TOPE NUMERIC
                     COMPUTE WS-DEP-IX = WS-DEPREF-CODIGO + 1
                     SET DEPTO-CARGADO (WS-DEP-IX) TO TRUE
                     ADD 1         TO WS-DEPTOS-CARGADOS
                ELSE
                     DISPLAY "AVISO: DEPTO IGNORADO EN MAESTRO: "
                          WS-REG-DEPTO-REF
                END-IF
           END-IF.
       0130-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-LST-TIT-PAGINA
           WRITE REG-INTEGREP FROM WS-LST-TITULO AFTER ADVANCING 1
           WRITE REG-INTEGREP FROM WS-LST-GUIONES AFTER ADVANCING 1
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

       017-ABRE-SECCION.
           IF WS-LINEA-CONT > WS-MAX-LINEAS - 6
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           WRITE REG-INTEGREP FROM WS-LST-SECCION AFTER ADVANCING 2
           WRITE REG-INTEGREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           ADD 3                  TO WS-LINEA-CONT.
       017-EXIT.
           EXIT.

       018-EDITA-FECHA.
           IF WS-FED-FECHA NUMERIC
                MOVE WS-FED-DD     TO WS-FED-ED-DD
                MOVE WS-FED-MM     TO WS-FED-ED-MM
                MOVE WS-FED-AAAA   TO WS-FED-ED-AAAA
           ELSE
                MOVE WS-FED-FECHA  TO WS-FED-EDITADA
           END-IF.
       018-EXIT.
           EXIT.

      *INPUT PROCEDURE: TODOS LOS CONTROLES, EN ORDEN. EL HISTORIAL
      *SE CARGA ANTES DEL MAESTRO PARA COMPARAR CADA EMPLEADO AL
      *LEERLO; DEDUCFIJ Y SUSPENSO VAN DESPUES PORQUE NECESITAN LA
      *SITUACION DE CADA EMPLEADO EN EL MAESTRO.
       020-AUDITA.
           PERFORM 021-CARGA-BANDAS THRU 021-EXIT
           PERFORM 022-CARGA-HISTORIAL THRU 022-EXIT
           PERFORM 030-AUDITA-MAESTRO THRU 030-EXIT
           PERFORM 035-HISTORIAL-SIN-MAESTRO THRU 035-EXIT
           PERFORM 040-AUDITA-DEDUCFIJ THRU 040-EXIT
           PERFORM 045-AUDITA-SUSPENSO THRU 045-EXIT
           PERFORM 050-AUDITA-SNAPSHOT THRU 050-EXIT
           PERFORM 055-AUDITA-CONTROLES THRU 055-EXIT.
       020-EXIT.
           EXIT.

       021-CARGA-BANDAS.
           OPEN INPUT BANDAS
           IF WS-FS-BANDAS NOT = "00"
                MOVE 2             TO WS-HAL-SEVERIDAD
                MOVE "BANDAS"      TO WS-HAL-CONTROL
                MOVE SPACES        TO WS-HAL-NUMERO
                MOVE "SIN BANDAS.TXT: CONTROL DE PUESTOS OMITIDO"
                                   TO WS-HAL-DESCRIPCION
                MOVE SPACES        TO WS-HAL-DATO
                STRING "STATUS " WS-FS-BANDAS DELIMITED BY SIZE
                     INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 021-EXIT
           END-IF
           PERFORM 0210-CARGA-UNA-BANDA THRU 0210-EXIT
                UNTIL WS-FS-BANDAS = "10"
           CLOSE BANDAS
           SET HAY-BANDAS         TO TRUE.
       021-EXIT.
           EXIT.

       0210-CARGA-UNA-BANDA.
           READ BANDAS INTO WS-REG-BANDA-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-BANDAS NOT = "10"
                IF WS-BANDA-PUESTO NUMERIC AND
                   WS-BANDA-PUESTO > 0    AND
                   WS-BANDA-MINIMO NUMERIC AND
                   WS-BANDA-MAXIMO NUMERIC
                     MOVE WS-BANDA-PUESTO TO WS-BAN-IX
                     SET BANDA-CARGADA (WS-BAN-IX) TO TRUE
                     ADD 1         TO WS-BANDAS-CARGADAS
                ELSE
                     DISPLAY "AVISO: BANDA IGNORADA: " WS-REG-BANDA-REF
                END-IF
           END-IF.
       0210-EXIT.
           EXIT.

       022-CARGA-HISTORIAL.
           OPEN INPUT HISTORIAL
           IF WS-FS-HISTORIAL NOT = "00"
                MOVE 2             TO WS-HAL-SEVERIDAD
                MOVE "HISTORIAL"   TO WS-HAL-CONTROL
                MOVE SPACES        TO WS-HAL-NUMERO
                MOVE "SIN HISTORIAL.TXT: CONTROL DE IMAGENES OMITIDO"
                                   TO WS-HAL-DESCRIPCION
                MOVE SPACES        TO WS-HAL-DATO
                STRING "STATUS " WS-FS-HISTORIAL DELIMITED BY SIZE
                     INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 022-EXIT
           END-IF
           PERFORM 0220-CARGA-UN-MOVIMIENTO THRU 0220-EXIT
                UNTIL WS-FS-HISTORIAL = "10"
           CLOSE HISTORIAL
           SET HAY-HISTORIAL      TO TRUE.
       022-EXIT.
           EXIT.

      *CADA MOVIMIENTO PISA AL ANTERIOR DEL MISMO EMPLEADO.
       0220-CARGA-UN-MOVIMIENTO.
           READ HISTORIAL INTO WS-REG-HISTORIAL
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-HISTORIAL = "10"
                GO TO 0220-EXIT
           END-IF
           ADD 1                  TO WS-HIS-LEIDOS
           IF WS-HIS-NUMERO NOT NUMERIC
                MOVE 2             TO WS-HAL-SEVERIDAD
                MOVE "HISTORIAL"   TO WS-HAL-CONTROL
                MOVE WS-HIS-NUMERO TO WS-HAL-NUMERO
                MOVE "MOVIMIENTO DE HISTORIAL CON NUMERO INVALIDO"
                                   TO WS-HAL-DESCRIPCION
                MOVE WS-HIS-FECHA  TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE SPACES        TO WS-HAL-DATO
                STRING "MOV. " WS-HIS-TIPO " DEL " WS-FED-EDITADA
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 0220-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-HIS-NUMERO) + 1
           SET HIS-CARGADO (WS-NUM-IX) TO TRUE
           MOVE WS-HIS-TIPO       TO WS-HIS-TAB-TIPO (WS-NUM-IX)
           MOVE WS-HIS-FECHA      TO WS-HIS-TAB-FECHA (WS-NUM-IX)
           MOVE WS-HIS-DESPUES    TO WS-HIS-TAB-DESPUES (WS-NUM-IX).
       0220-EXIT.
           EXIT.

      *RECORRE EL MAESTRO: VALIDEZ CON EL CRITERIO DE 019-VALIDA-
      *REGISTRO DE PGM01 (LOS REGISTROS VALIDOS SON LOS QUE PGM01
      *CUENTA EN CONTROLES Y GRABA EN LA FOTO), BANDA DEL PUESTO E
      *IMAGEN DEL HISTORIAL.
       030-AUDITA-MAESTRO.
           OPEN INPUT EMPLEADOS
           IF WS-FS-EMPLEADOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR EMP_FILE - STATUS "
                     WS-FS-EMPLEADOS
                CLOSE INTEGREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0300-AUDITA-EMPLEADO THRU 0300-EXIT
                UNTIL WS-FS-EMPLEADOS = "10"
           CLOSE EMPLEADOS.
       030-EXIT.
           EXIT.

       0300-AUDITA-EMPLEADO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-EMPLEADOS = "10"
                GO TO 0300-EXIT
           END-IF
           ADD 1                  TO WS-MAE-LEIDOS
           MOVE "MAESTRO"         TO WS-HAL-CONTROL
           MOVE WS-NUMERO-EMP     TO WS-HAL-NUMERO
           MOVE SPACES            TO WS-HAL-DATO
           IF WS-NUMERO-EMP NOT NUMERIC
                MOVE 1             TO WS-HAL-SEVERIDAD
                MOVE "NUMERO DE EMPLEADO NO NUMERICO EN EL MAESTRO"
                                   TO WS-HAL-DESCRIPCION
                MOVE WS-NOMBRE-EMP TO WS-HAL-DATO
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 0300-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-NUMERO-EMP) + 1
           IF EMP-ACTIVO
                SET MAE-ACTIVO (WS-NUM-IX) TO TRUE
           ELSE
                SET MAE-INACTIVO (WS-NUM-IX) TO TRUE
           END-IF

           PERFORM 031-VALIDA-EMPLEADO THRU 031-EXIT
           IF REGISTRO-VALIDO
                ADD 1              TO WS-MAE-VALIDOS
                ADD WS-SALARIO-EMP TO WS-MAE-SALARIOS
           END-IF

           IF HAY-BANDAS AND WS-PUESTO-EMP NUMERIC AND
              WS-PUESTO-EMP > 0
                MOVE WS-PUESTO-EMP TO WS-BAN-IX
                IF NOT BANDA-CARGADA (WS-BAN-IX)
                     MOVE 2        TO WS-HAL-SEVERIDAD
                     MOVE "BANDAS" TO WS-HAL-CONTROL
                     MOVE "PUESTO SIN BANDA SALARIAL EN BANDAS.TXT"
                                   TO WS-HAL-DESCRIPCION
                     MOVE SPACES   TO WS-HAL-DATO
                     STRING "PUESTO " WS-PUESTO-EMP
                          DELIMITED BY SIZE INTO WS-HAL-DATO
                     END-STRING
                     PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                END-IF
           END-IF

           IF HAY-HISTORIAL
                PERFORM 032-COMPARA-HISTORIAL THRU 032-EXIT
           END-IF.
       0300-EXIT.
           EXIT.

      *UN REGISTRO QUE PGM01 RECHAZA QUEDA FUERA DE LA NOMINA SIN
      *QUE NADIE LO RECLAME: SEVERIDAD ALTA.
       031-VALIDA-EMPLEADO.
           SET REGISTRO-VALIDO    TO TRUE
           MOVE 1                 TO WS-HAL-SEVERIDAD
           MOVE "MAESTRO"         TO WS-HAL-CONTROL
           MOVE SPACES            TO WS-HAL-DATO
           IF WS-SALARIO-EMP NOT NUMERIC
                SET REGISTRO-INVALIDO TO TRUE
                MOVE "SALARIO NO NUMERICO: PGM01 RECHAZA EL REGISTRO"
                                   TO WS-HAL-DESCRIPCION
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 031-EXIT
           END-IF
           IF WS-DEPTO-EMP NOT NUMERIC
                SET REGISTRO-INVALIDO TO TRUE
                MOVE "DEPARTAMENTO NO NUMERICO: PGM01 RECHAZA EL REG."
                                   TO WS-HAL-DESCRIPCION
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 031-EXIT
           END-IF
           COMPUTE WS-DEP-IX = WS-DEPTO-EMP + 1
           IF NOT DEPTO-CARGADO (WS-DEP-IX)
                SET REGISTRO-INVALIDO TO TRUE
                MOVE "DEPTOS"      TO WS-HAL-CONTROL
                MOVE "DEPARTAMENTO DEL MAESTRO INEXISTENTE EN DEPTOS"
                                   TO WS-HAL-DESCRIPCION
                STRING "DEPTO " WS-DEPTO-EMP
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 031-EXIT
           END-IF
           IF WS-PUESTO-EMP NOT NUMERIC
                SET REGISTRO-INVALIDO TO TRUE
                MOVE "PUESTO NO NUMERICO: PGM01 RECHAZA EL REGISTRO"
                                   TO WS-HAL-DESCRIPCION
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF.
       031-EXIT.
           EXIT.

      *EL MAESTRO SOLO DEBE CAMBIAR POR PGM02, QUE DEJA CADA CAMBIO
      *EN EL HISTORIAL: SI EL REGISTRO DIFIERE DE LA ULTIMA IMAGEN
      *'DESPUES', ALGUIEN LO TOCO POR FUERA (O SE PERDIO HISTORIAL).
      *LOS EMPLEADOS SIN MOVIMIENTOS VIENEN DE LA CONVERSION DE PGM03
      *Y SOLO SE CUENTAN.
       032-COMPARA-HISTORIAL.
           IF NOT HIS-CARGADO (WS-NUM-IX)
                ADD 1              TO WS-MAE-SIN-HISTORIAL
                GO TO 032-EXIT
           END-IF
           SET HIS-COMPARADO (WS-NUM-IX) TO TRUE
           IF WS-HIS-TAB-DESPUES (WS-NUM-IX) = WS-REG-EMPLEADOS
                GO TO 032-EXIT
           END-IF

           MOVE WS-HIS-TAB-DESPUES (WS-NUM-IX) TO WS-IMAGEN-HISTORIAL
           IF WS-IMG-NOMBRE NOT = WS-MIM-NOMBRE
                MOVE "NOMBRE"      TO WS-ED-CAMPO
           ELSE
           IF WS-IMG-STATUS NOT = WS-MIM-STATUS
                MOVE "STATUS"      TO WS-ED-CAMPO
           ELSE
           IF WS-IMG-DEPTO NOT = WS-MIM-DEPTO
                MOVE "DEPTO"       TO WS-ED-CAMPO
           ELSE
           IF WS-IMG-PUESTO NOT = WS-MIM-PUESTO
                MOVE "PUESTO"      TO WS-ED-CAMPO
           ELSE
           IF WS-IMG-SALARIO NOT = WS-MIM-SALARIO
                MOVE "SALARIO"     TO WS-ED-CAMPO
           ELSE
           IF WS-IMG-FECHA-INGRESO NOT = WS-MIM-FECHA-INGRESO
                MOVE "FECHA INGRESO" TO WS-ED-CAMPO
           ELSE
           IF WS-IMG-FECHA-BAJA NOT = WS-MIM-FECHA-BAJA
                MOVE "FECHA BAJA"  TO WS-ED-CAMPO
           ELSE
                MOVE "NUMERO"      TO WS-ED-CAMPO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE 1                 TO WS-HAL-SEVERIDAD
           MOVE "HISTORIAL"       TO WS-HAL-CONTROL
           MOVE WS-NUMERO-EMP     TO WS-HAL-NUMERO
           MOVE "MAESTRO DISTINTO DE LA ULTIMA IMAGEN DEL HISTORIAL"
                                  TO WS-HAL-DESCRIPCION
           MOVE WS-HIS-TAB-FECHA (WS-NUM-IX) TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE SPACES            TO WS-HAL-DATO
           STRING "MOV. " WS-HIS-TAB-TIPO (WS-NUM-IX)
                " DEL " WS-FED-EDITADA " CAMPO: " WS-ED-CAMPO
                DELIMITED BY SIZE INTO WS-HAL-DATO
           END-STRING
           PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT.
       032-EXIT.
           EXIT.

      *EMPLEADOS CON MOVIMIENTOS EN EL HISTORIAL QUE YA NO ESTAN EN
      *EL MAESTRO: PGM02 NUNCA BORRA (LA BAJA CONSERVA EL REGISTRO),
      *ASI QUE EL REGISTRO SE PERDIO. SE RECORRE LA TABLA COMPLETA.
       035-HISTORIAL-SIN-MAESTRO.
           IF NOT HAY-HISTORIAL
                GO TO 035-EXIT
           END-IF
           MOVE 0                 TO WS-NUM-IX
           PERFORM 0350-BUSCA-SIN-MAESTRO THRU 0350-EXIT
                UNTIL WS-NUM-IX NOT < 100000
           IF WS-MAE-SIN-HISTORIAL > 0
                MOVE 3             TO WS-HAL-SEVERIDAD
                MOVE "HISTORIAL"   TO WS-HAL-CONTROL
                MOVE SPACES        TO WS-HAL-NUMERO
                MOVE "EMPLEADOS SIN MOVIMIENTOS EN HISTORIAL"
                                   TO WS-HAL-DESCRIPCION
                MOVE WS-MAE-SIN-HISTORIAL TO WS-ED-CANT
                MOVE SPACES        TO WS-HAL-DATO
                STRING WS-ED-CANT " SIN CAMBIOS DESDE LA CARGA"
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF.
       035-EXIT.
           EXIT.

       0350-BUSCA-SIN-MAESTRO.
           ADD 1                  TO WS-NUM-IX
           IF HIS-CARGADO (WS-NUM-IX)
                MOVE 1             TO WS-HAL-SEVERIDAD
                MOVE "HISTORIAL"   TO WS-HAL-CONTROL
                MOVE WS-HIS-TAB-DESPUES (WS-NUM-IX) (1:5)
                                   TO WS-HAL-NUMERO
                MOVE "EMPLEADO CON HISTORIAL AUSENTE DEL MAESTRO"
                                   TO WS-HAL-DESCRIPCION
                MOVE WS-HIS-TAB-FECHA (WS-NUM-IX) TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE SPACES        TO WS-HAL-DATO
                STRING "ULTIMO MOV. " WS-HIS-TAB-TIPO (WS-NUM-IX)
                     " DEL " WS-FED-EDITADA
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF.
       0350-EXIT.
           EXIT.

      *DEDUCCIONES FIJAS: PGM09 SOLO LIQUIDA ACTIVOS, ASI QUE LA
      *DEDUCCION DE UN DADO DE BAJA NO SE APLICA Y LA DE UN NUMERO
      *INEXISTENTE APUNTA A UN ERROR DE CARGA.
       040-AUDITA-DEDUCFIJ.
           OPEN INPUT DEDUCFIJ
           IF WS-FS-DEDUCFIJ NOT = "00"
                MOVE 3             TO WS-HAL-SEVERIDAD
                MOVE "DEDUCFIJ"    TO WS-HAL-CONTROL
                MOVE SPACES        TO WS-HAL-NUMERO
                MOVE "SIN DEDUCFIJ.TXT: NO HAY DEDUCCIONES QUE CRUZAR"
                                   TO WS-HAL-DESCRIPCION
                MOVE SPACES        TO WS-HAL-DATO
                STRING "STATUS " WS-FS-DEDUCFIJ DELIMITED BY SIZE
                     INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 040-EXIT
           END-IF
           PERFORM 0400-AUDITA-UNA-DEDUC THRU 0400-EXIT
                UNTIL WS-FS-DEDUCFIJ = "10"
           CLOSE DEDUCFIJ.
       040-EXIT.
           EXIT.

       0400-AUDITA-UNA-DEDUC.
           READ DEDUCFIJ INTO WS-REG-DEDUCFIJ
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-DEDUCFIJ = "10"
                GO TO 0400-EXIT
           END-IF
           ADD 1                  TO WS-DED-LEIDAS
           MOVE "DEDUCFIJ"        TO WS-HAL-CONTROL
           MOVE WS-DED-NUMERO     TO WS-HAL-NUMERO
           MOVE WS-DED-CONCEPTO   TO WS-HAL-DATO
           IF WS-DED-NUMERO NOT NUMERIC
                MOVE 1             TO WS-HAL-SEVERIDAD
                MOVE "DEDUCCION FIJA CON NUMERO DE EMPLEADO INVALIDO"
                                   TO WS-HAL-DESCRIPCION
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 0400-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-DED-NUMERO) + 1
           IF NOT MAE-EN-MAESTRO (WS-NUM-IX)
                MOVE 1             TO WS-HAL-SEVERIDAD
                MOVE "DEDUCCION FIJA DE EMPLEADO INEXISTENTE"
                                   TO WS-HAL-DESCRIPCION
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 0400-EXIT
           END-IF
           IF MAE-INACTIVO (WS-NUM-IX)
                MOVE 2             TO WS-HAL-SEVERIDAD
                MOVE "DEDUCCION FIJA DE EMPLEADO DADO DE BAJA"
                                   TO WS-HAL-DESCRIPCION
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF.
       0400-EXIT.
           EXIT.

      *SUSPENSO DE PGM08: UNA TRANSACCION RETENIDA DE UN EMPLEADO
      *QUE MIENTRAS TANTO FUE DADO DE BAJA SE APLICARIA SOBRE UN
      *INACTIVO AL LIBERARSE. UNA MODIFICACION QUE TRAE STATUS
      *ACTIVO LO REACTIVARIA: ESA ES DE SEVERIDAD ALTA.
       045-AUDITA-SUSPENSO.
           OPEN INPUT SUSPENSO
           IF WS-FS-SUSPENSO NOT = "00"
                MOVE 3             TO WS-HAL-SEVERIDAD
                MOVE "SUSPENSO"    TO WS-HAL-CONTROL
                MOVE SPACES        TO WS-HAL-NUMERO
                MOVE "SIN SUSPENSO: NO HAY TRANSACCIONES RETENIDAS"
                                   TO WS-HAL-DESCRIPCION
                MOVE SPACES        TO WS-HAL-DATO
                STRING "STATUS " WS-FS-SUSPENSO DELIMITED BY SIZE
                     INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 045-EXIT
           END-IF
           PERFORM 0450-AUDITA-UNA-RETENIDA THRU 0450-EXIT
                UNTIL WS-FS-SUSPENSO = "10"
           CLOSE SUSPENSO.
       045-EXIT.
           EXIT.

       0450-AUDITA-UNA-RETENIDA.
           READ SUSPENSO INTO WS-REG-SUSPENSO
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-SUSPENSO = "10"
                GO TO 0450-EXIT
           END-IF
           ADD 1                  TO WS-SUS-LEIDAS
           IF WS-SUS-NUMERO NOT NUMERIC
                GO TO 0450-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-SUS-NUMERO) + 1
           IF NOT MAE-INACTIVO (WS-NUM-IX)
                GO TO 0450-EXIT
           END-IF
           MOVE "SUSPENSO"        TO WS-HAL-CONTROL
           MOVE WS-SUS-NUMERO     TO WS-HAL-NUMERO
           IF SUS-MODIF AND WS-SUS-STATUS = '1'
                MOVE 1             TO WS-HAL-SEVERIDAD
                MOVE "RETENIDA REACTIVARIA A UN EMPLEADO DADO DE BAJA"
                                   TO WS-HAL-DESCRIPCION
           ELSE
                MOVE 2             TO WS-HAL-SEVERIDAD
                MOVE "TRANSACCION RETENIDA DE EMPLEADO DADO DE BAJA"
                                   TO WS-HAL-DESCRIPCION
           END-IF
           MOVE SPACES            TO WS-HAL-DATO
           STRING "TIPO " WS-SUS-TIPO " OPER. " WS-SUS-OPERADOR
                " DIAS " WS-SUS-AGING
                DELIMITED BY SIZE INTO WS-HAL-DATO
           END-STRING
           PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT.
       0450-EXIT.
           EXIT.

      *LA FOTO QUE DEJA PGM01 TIENE UN REGISTRO POR EMPLEADO VALIDO
      *DE CADA SUCURSAL: CANTIDAD Y TOTAL DE SALARIOS DE LA SUCURSAL
      *AUDITADA (TODA LA FOTO SI NO HAY LISTA) DEBEN SER LOS DEL
      *MAESTRO.
       050-AUDITA-SNAPSHOT.
           OPEN INPUT SNAPSHOT
           IF WS-FS-SNAPSHOT NOT = "00"
                MOVE 2             TO WS-HAL-SEVERIDAD
                MOVE "SNAPSHOT"    TO WS-HAL-CONTROL
                MOVE SPACES        TO WS-HAL-NUMERO
                MOVE "SIN SNAPSHOT.TXT: CONTROL DE LA FOTO OMITIDO"
                                   TO WS-HAL-DESCRIPCION
                MOVE SPACES        TO WS-HAL-DATO
                STRING "STATUS " WS-FS-SNAPSHOT DELIMITED BY SIZE
                     INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 050-EXIT
           END-IF
           PERFORM 0500-SUMA-SNAPSHOT THRU 0500-EXIT
                UNTIL WS-FS-SNAPSHOT = "10"
           CLOSE SNAPSHOT
           SET HAY-SNAPSHOT       TO TRUE

           MOVE 1                 TO WS-HAL-SEVERIDAD
           MOVE "SNAPSHOT"        TO WS-HAL-CONTROL
           MOVE SPACES            TO WS-HAL-NUMERO
           IF WS-SNAP-LEIDOS NOT = WS-MAE-VALIDOS
                MOVE "CANTIDAD DE LA FOTO DISTINTA DE LA DEL MAESTRO"
                                   TO WS-HAL-DESCRIPCION
                MOVE WS-SNAP-LEIDOS TO WS-ED-CANT
                MOVE WS-MAE-VALIDOS TO WS-ED-CANT-2
                MOVE SPACES        TO WS-HAL-DATO
                STRING "FOTO " WS-ED-CANT " MAESTRO " WS-ED-CANT-2
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF
           IF WS-SNAP-SALARIOS NOT = WS-MAE-SALARIOS
                MOVE "TOTAL DE SALARIOS DE LA FOTO DISTINTO DEL MAESTRO"
                                   TO WS-HAL-DESCRIPCION
                IF WS-SNAP-SALARIOS > WS-MAE-SALARIOS
                     COMPUTE WS-ED-IMPORTE =
                          WS-SNAP-SALARIOS - WS-MAE-SALARIOS
                ELSE
                     COMPUTE WS-ED-IMPORTE =
                          WS-MAE-SALARIOS - WS-SNAP-SALARIOS
                END-IF
                MOVE SPACES        TO WS-HAL-DATO
                STRING "DIFERENCIA " WS-ED-IMPORTE
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF.
       050-EXIT.
           EXIT.

       0500-SUMA-SNAPSHOT.
           READ SNAPSHOT INTO WS-REG-SNAP
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-SNAPSHOT = "10"
                GO TO 0500-EXIT
           END-IF
           IF AUDITA-POR-SUCURSAL AND
              WS-SNAP-SUCURSAL NOT = WS-AUD-SUC
                GO TO 0500-EXIT
           END-IF
           ADD 1                  TO WS-SNAP-LEIDOS
           IF WS-SNAP-SALARIO NUMERIC
                ADD WS-SNAP-SALARIO TO WS-SNAP-SALARIOS
           END-IF.
       0500-EXIT.
           EXIT.

      *ULTIMO REGISTRO DE CONTROLES DE LA SUCURSAL AUDITADA (EL
      *CONSOLIDADO 999 SI NO HAY LISTA), COMO 036-LEE-CONTROL-999 DE
      *PGM13. PGM01 CUENTA EN EL SOLO LOS REGISTROS VALIDOS.
       055-AUDITA-CONTROLES.
           MOVE 2                 TO WS-HAL-SEVERIDAD
           MOVE "CONTROLES"       TO WS-HAL-CONTROL
           MOVE SPACES            TO WS-HAL-NUMERO
           MOVE SPACES            TO WS-HAL-DATO
           OPEN INPUT CONTROLES
           IF WS-FS-CONTROL NOT = "00"
                MOVE "SIN CONTROLES.TXT: CONTROL DE TOTALES OMITIDO"
                                   TO WS-HAL-DESCRIPCION
                STRING "STATUS " WS-FS-CONTROL DELIMITED BY SIZE
                     INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 055-EXIT
           END-IF
           PERFORM 0550-LEE-UN-CONTROL THRU 0550-EXIT
                UNTIL WS-FS-CONTROL NOT = "00"
           CLOSE CONTROLES
           IF NOT HAY-CONTROL-ANT
                STRING "CONTROLES SIN " WS-CTL-TIPO DELIMITED BY SPACE
                     " " WS-CTL-BUSCADO ": NADA QUE COMPARAR"
                     DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
                GO TO 055-EXIT
           END-IF

           MOVE 1                 TO WS-HAL-SEVERIDAD
           MOVE WS-CTL-ANT-FECHA  TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           IF WS-CTL-ANT-LEIDOS NOT = WS-MAE-VALIDOS
                MOVE SPACES        TO WS-HAL-DESCRIPCION
                STRING "CANTIDAD DEL " WS-CTL-TIPO DELIMITED BY SPACE
                     " " WS-CTL-BUSCADO " DISTINTA DEL MAESTRO"
                     DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
                END-STRING
                MOVE WS-CTL-ANT-LEIDOS TO WS-ED-CANT
                MOVE WS-MAE-VALIDOS TO WS-ED-CANT-2
                MOVE SPACES        TO WS-HAL-DATO
                STRING WS-FED-EDITADA " " WS-ED-CANT
                     " MAESTRO " WS-ED-CANT-2
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF
           IF WS-CTL-ANT-SALARIOS NOT = WS-MAE-SALARIOS
                MOVE SPACES        TO WS-HAL-DESCRIPCION
                STRING "TOTAL DEL " WS-CTL-TIPO DELIMITED BY SPACE
                     " " WS-CTL-BUSCADO " DISTINTO DEL MAESTRO"
                     DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
                END-STRING
                IF WS-CTL-ANT-SALARIOS > WS-MAE-SALARIOS
                     COMPUTE WS-ED-IMPORTE =
                          WS-CTL-ANT-SALARIOS - WS-MAE-SALARIOS
                ELSE
                     COMPUTE WS-ED-IMPORTE =
                          WS-MAE-SALARIOS - WS-CTL-ANT-SALARIOS
                END-IF
                MOVE SPACES        TO WS-HAL-DATO
                STRING WS-FED-EDITADA " DIFERENCIA " WS-ED-IMPORTE
                     DELIMITED BY SIZE INTO WS-HAL-DATO
                END-STRING
                PERFORM 090-GRABA-HALLAZGO THRU 090-EXIT
           END-IF.
       055-EXIT.
           EXIT.

       0550-LEE-UN-CONTROL.
           READ CONTROLES INTO WS-REG-CONTROL
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CONTROL = "00" AND
              WS-CTL-SUCURSAL = WS-CTL-BUSCADO
                MOVE WS-CTL-FECHA    TO WS-CTL-ANT-FECHA
                MOVE WS-CTL-LEIDOS   TO WS-CTL-ANT-LEIDOS
                MOVE WS-CTL-SALARIOS TO WS-CTL-ANT-SALARIOS
                SET HAY-CONTROL-ANT  TO TRUE
           END-IF.
       0550-EXIT.
           EXIT.

      *OUTPUT PROCEDURE: UNA SECCION POR SEVERIDAD CON HALLAZGOS.
       060-LISTA.
           PERFORM 0600-LISTA-UNO THRU 0600-EXIT
                UNTIL FIN-SORT
           IF WS-HAL-SECUENCIA = 0
                MOVE "SIN HALLAZGOS: LOS ARCHIVOS CONCUERDAN ENTRE SI"
                                   TO WS-LST-SEC-TEXTO
                PERFORM 017-ABRE-SECCION THRU 017-EXIT
           END-IF.
       060-EXIT.
           EXIT.

       0600-LISTA-UNO.
           RETURN SORT-HALLAZGOS
                  AT END
                     SET FIN-SORT TO TRUE
                     GO TO 0600-EXIT.

           IF SD-SEVERIDAD NOT = WS-SEV-ANTERIOR
                MOVE SD-SEVERIDAD  TO WS-SEV-ANTERIOR
                PERFORM 0601-BANNER-SEVERIDAD THRU 0601-EXIT
           END-IF
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE SD-CONTROL        TO WS-LHA-CONTROL
           MOVE SD-NUMERO         TO WS-LHA-NUMERO
           MOVE SD-DESCRIPCION    TO WS-LHA-DESCRIPCION
           MOVE SD-DATO           TO WS-LHA-DATO
           WRITE REG-INTEGREP FROM WS-LHA-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       0600-EXIT.
           EXIT.

       0601-BANNER-SEVERIDAD.
           IF SD-SEVERIDAD = 1
                MOVE "SEVERIDAD ALTA: CODIGO DE RETORNO 08"
                                   TO WS-LST-SEC-TEXTO
           ELSE
                IF SD-SEVERIDAD = 2
                     MOVE "SEVERIDAD MEDIA: CODIGO DE RETORNO 04"
                                   TO WS-LST-SEC-TEXTO
                ELSE
                     MOVE "SEVERIDAD BAJA: INFORMATIVOS"
                                   TO WS-LST-SEC-TEXTO
                END-IF
           END-IF
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           WRITE REG-INTEGREP FROM WS-LHA-SUBTITULO AFTER ADVANCING 1
           WRITE REG-INTEGREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           ADD 2                  TO WS-LINEA-CONT.
       0601-EXIT.
           EXIT.

      *ENTREGA EL HALLAZGO ARMADO AL SORT, LO CUENTA Y ELEVA EL
      *CODIGO DE RETORNO SEGUN SU SEVERIDAD.
       090-GRABA-HALLAZGO.
           ADD 1                  TO WS-HAL-SECUENCIA
           MOVE WS-HAL-SEVERIDAD  TO SD-SEVERIDAD
           MOVE WS-HAL-SECUENCIA  TO SD-SECUENCIA
           MOVE WS-HAL-CONTROL    TO SD-CONTROL
           MOVE WS-HAL-NUMERO     TO SD-NUMERO
           MOVE WS-HAL-DESCRIPCION TO SD-DESCRIPCION
           MOVE WS-HAL-DATO       TO SD-DATO
           RELEASE SD-REG-HALLAZGO
           IF HAL-ALTA
                ADD 1              TO WS-HAL-ALTAS
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           ELSE
                IF HAL-MEDIA
                     ADD 1         TO WS-HAL-MEDIAS
                     MOVE 4        TO WS-RC-NUEVO
                     PERFORM 097-ELEVA-RC THRU 097-EXIT
                ELSE
                     ADD 1         TO WS-HAL-BAJAS
                END-IF
           END-IF.
       090-EXIT.
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

      *RESUMEN DE CONTROL: REGISTROS LEIDOS DE CADA ARCHIVO, CIFRAS
      *DEL MAESTRO CONTRA LA FOTO Y EL ULTIMO CONTROL, Y HALLAZGOS POR
      *SEVERIDAD.
       100-FIN.
           MOVE "RESUMEN DE LA AUDITORIA" TO WS-LST-SEC-TEXTO
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           MOVE "EMPLEADOS LEIDOS DEL MAESTRO" TO WS-LRS-TEXTO
           MOVE WS-MAE-LEIDOS     TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  VALIDOS CON EL CRITERIO DE PGM01" TO WS-LRS-TEXTO
           MOVE WS-MAE-VALIDOS    TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "MOVIMIENTOS LEIDOS DEL HISTORIAL" TO WS-LRS-TEXTO
           MOVE WS-HIS-LEIDOS     TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "DEDUCCIONES FIJAS LEIDAS" TO WS-LRS-TEXTO
           MOVE WS-DED-LEIDAS     TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "TRANSACCIONES RETENIDAS EN SUSPENSO" TO WS-LRS-TEXTO
           MOVE WS-SUS-LEIDAS     TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           ADD 5                  TO WS-LINEA-CONT

           MOVE "MAESTRO (REGISTROS VALIDOS)" TO WS-LRS-CIF-DESC
           MOVE WS-MAE-VALIDOS    TO WS-LRS-CIF-CANT
           MOVE WS-MAE-SALARIOS   TO WS-LRS-CIF-TOTAL
           WRITE REG-INTEGREP FROM WS-LRS-CIFRAS AFTER ADVANCING 2
           ADD 2                  TO WS-LINEA-CONT
           IF HAY-SNAPSHOT
                MOVE "FOTO DE LA ULTIMA CORRIDA (SNAPSHOT)"
                                   TO WS-LRS-CIF-DESC
                IF AUDITA-POR-SUCURSAL
                     MOVE SPACES   TO WS-LRS-CIF-DESC
                     STRING "FOTO DE LA ULTIMA CORRIDA, SUCURSAL "
                          WS-CTL-BUSCADO
                          DELIMITED BY SIZE INTO WS-LRS-CIF-DESC
                     END-STRING
                END-IF
                MOVE WS-SNAP-LEIDOS TO WS-LRS-CIF-CANT
                MOVE WS-SNAP-SALARIOS TO WS-LRS-CIF-TOTAL
                WRITE REG-INTEGREP FROM WS-LRS-CIFRAS AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF
           IF HAY-CONTROL-ANT
                MOVE WS-CTL-ANT-FECHA TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE SPACES        TO WS-LRS-CIF-DESC
                STRING "ULTIMO " WS-CTL-TIPO DELIMITED BY SPACE
                     " " WS-CTL-BUSCADO " DEL " WS-FED-EDITADA
                     DELIMITED BY SIZE INTO WS-LRS-CIF-DESC
                END-STRING
                MOVE WS-CTL-ANT-LEIDOS TO WS-LRS-CIF-CANT
                MOVE WS-CTL-ANT-SALARIOS TO WS-LRS-CIF-TOTAL
                WRITE REG-INTEGREP FROM WS-LRS-CIFRAS AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF

           MOVE "HALLAZGOS DE SEVERIDAD ALTA" TO WS-LRS-TEXTO
           MOVE WS-HAL-ALTAS      TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 2
           MOVE "HALLAZGOS DE SEVERIDAD MEDIA" TO WS-LRS-TEXTO
           MOVE WS-HAL-MEDIAS     TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "HALLAZGOS DE SEVERIDAD BAJA (INFORMATIVOS)"
                                  TO WS-LRS-TEXTO
           MOVE WS-HAL-BAJAS      TO WS-LRS-CANTIDAD
           WRITE REG-INTEGREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           WRITE REG-INTEGREP FROM WS-LST-GUIONES AFTER ADVANCING 1

           IF WS-HAL-ALTAS > 0
                DISPLAY "ALERTA: AUDITORIA DE INTEGRIDAD CON HALLAZGOS "
                     "DE SEVERIDAD ALTA: " WS-HAL-ALTAS
           ELSE
                IF WS-HAL-MEDIAS > 0
                     DISPLAY "AVISO: AUDITORIA DE INTEGRIDAD CON "
                          "HALLAZGOS DE SEVERIDAD MEDIA: "
                          WS-HAL-MEDIAS
                END-IF
           END-IF

           CLOSE INTEGREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

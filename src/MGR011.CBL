      *   T cantidad(9) hash(15)
      * El hash es la suma de los codigos de caracter de los diez
      * bytes de cada ACCOD extraido.
      * Cada extracto grabado se anota (fecha, hora, job y ruta) en
      * el catalogo usuarios_extractos.lst de la entidad, para que
      * el informe de datos de un usuario (MGR050) encuentre todos
      * los extractos que siguen en disco aunque se hayan grabado
      * con otro nombre.
      *   MGR011_EXTRACTO   ruta del archivo de salida
      *   MGR001_JOBID      job id para la cabecera
      ******************************************************************
            FILE STATUS IS FS-EXT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT FD-CATALOGO ASSIGN TO WS-CATALOGO-PATH
            FILE STATUS IS FS-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        COPY "IDIOMAS-FS" IN "src/dds".
        COPY "USUARIOS-FS" IN "src/dds".
        FD FD-EXTRACTO.
        01 RG-EXTRACTO      PIC X(170).
        FD FD-CATALOGO.
        01 RG-CATALOGO      PIC X(225).
        WORKING-STORAGE SECTION.
        COPY "ENTIDAD-WS" IN "src/dds".
        01 FS              PIC 99.
        01 FS-EXT          PIC 99.
        01 FS-CAT          PIC 99.
        01 WS-RC           PIC 9(4) VALUE 0.
        01 EOF             PIC 9.
        01 WS-EXTRACTO-PATH     PIC X(200) VALUE SPACES.
        01 WS-CATALOGO-PATH     PIC X(200) VALUE SPACES.
        01 WS-PARM-ENTRADA      PIC X(200).
        01 WS-JOBID             PIC X(08).
        01 WS-EXTRAIDOS         PIC 9(9) VALUE 0.
            05 WS-COLA-CNT      PIC 9(09).
            05 WS-COLA-HASH     PIC 9(15).
        01 WS-HORA-HOY          PIC 9(08).
        01 WS-CATALOGO-LINEA.
            05 WS-CAT-FECHA     PIC 9(08).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-CAT-HORA      PIC 9(06).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-CAT-JOBID     PIC X(08).
            05 FILLER           PIC X(01) VALUE SPACE.
            05 WS-CAT-RUTA      PIC X(200).

       PROCEDURE DIVISION.

            PERFORM 0000-Entidad-Ruta
            MOVE WS-RUTA-DEF TO WS-EXTRACTO-PATH
        END-IF
        MOVE "usuarios_extractos.lst" TO WS-RUTA-NOMBRE
        PERFORM 0000-Entidad-Ruta
        MOVE WS-RUTA-DEF TO WS-CATALOGO-PATH
        .

       0001-Extraer SECTION.
        WRITE RG-EXTRACTO

        CLOSE FD-EXTRACTO
        OPEN EXTEND FD-CATALOGO
        IF FS-CAT = 35
            OPEN OUTPUT FD-CATALOGO
        END-IF
        MOVE WS-CAB-FECHA TO WS-CAT-FECHA
        MOVE WS-CAB-HORA TO WS-CAT-HORA
        MOVE WS-JOBID TO WS-CAT-JOBID
        MOVE WS-EXTRACTO-PATH TO WS-CAT-RUTA
        MOVE WS-CATALOGO-LINEA TO RG-CATALOGO
        WRITE RG-CATALOGO
        CLOSE FD-CATALOGO
        CLOSE FD-USUARIOS
        PERFORM 0000-Valida-FS
        CLOSE FD-PAISES

      *  Maestros con huella (rutina MGR048 y ajuste en linea de
      *  las transacciones, copy HUELLA-TX-PR). Por fila: nombre
      *  X(12), largo de la clave 9(2) y largo de la imagen 9(3).
      *  La clave es siempre el comienzo de la imagen.
        01 WS-TABLA-MAESTROS-DEF.
            05 FILLER PIC X(17) VALUE "IDIOMAS     02043".
            05 FILLER PIC X(17) VALUE "REGIONES    02043".
            05 FILLER PIC X(17) VALUE "MONEDAS     03048".
            05 FILLER PIC X(17) VALUE "CAMBIOS     11032".
            05 FILLER PIC X(17) VALUE "PAISES      02062".
            05 FILLER PIC X(17) VALUE "PAINOM      04045".
            05 FILLER PIC X(17) VALUE "FERIADOS    10051".
            05 FILLER PIC X(17) VALUE "USUARIOS    10078".
            05 FILLER PIC X(17) VALUE "AUTORIZA    13014".
            05 FILLER PIC X(17) VALUE "RESTRINGIDOS10059".
            05 FILLER PIC X(17) VALUE "CAMBMES     09081".
            05 FILLER PIC X(17) VALUE "PAIMON      13022".
        01 WS-TABLA-MAESTROS REDEFINES WS-TABLA-MAESTROS-DEF.
            05 WS-MA-ENT OCCURS 12 TIMES.
                10 WS-MA-NOMBRE    PIC X(12).
                10 WS-MA-LCLAVE    PIC 9(02).
                10 WS-MA-LIMAGEN   PIC 9(03).
        01 WS-MA-IDX            PIC 9(02).
        01 WS-MA-CANT           PIC 9(02) VALUE 12.

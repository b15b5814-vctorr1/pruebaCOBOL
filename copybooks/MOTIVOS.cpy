      *            validation (calendario_proceso.dat); code 10 is the
      *            suspected duplicate WRITE-FILE diverts to
      *            duplicados.txt, listed here so the reports that
      *            group by reason can name it. Code 12 is a branch
      *            that sucursales.dat shows closed (or not yet open)
      *            on the transaction date. Codes 13 to 15 reject a
      *            reversal: the key it cancels is not in tranidx.dat,
      *            is already reversed, or differs in amount or branch
      *            from the reversal. Code 16 is a record held over
      *            its branch's authorization limit in
      *            pendientes_aprobacion.txt, listed so the aging
      *            report can name it; code 17 is a held record the
      *            approver denied. Code 18 is a currency with no
      *            rate at all in cambios_divisa.dat and code 19 a
      *            known currency with no rate for the transaction
      *            date. Code 20 is a date in an accounting period
      *            already closed. Codes 21 to 25 are not given to
      *            a record but to a whole transacciones.txt refused
      *            by the inbound file control: header or trailer
      *            missing or malformed, file sequence out of order,
      *            file date not a processing day, detail count or
      *            hash total not matching the trailer; they travel
      *            on the file-level line of confirmaciones.txt.
      *            WS-REASON-OTHER-SUB is the
      *            position of the OTROS MOTIVOS slot: lookups stop
      *            there when no code matches, and the programs that
      *            count by reason walk their tables up to it.
      ******************************************************************
       01  WS-REASON-TABLE.
           05  FILLER PIC X(27) VALUE "01CLAVE EN BLANCO          ".
           05  FILLER PIC X(27) VALUE "09FECHA FUTURA             ".
           05  FILLER PIC X(27) VALUE "10POSIBLE DUPLICADO        ".
           05  FILLER PIC X(27) VALUE "11FECHA NO HABIL           ".
           05  FILLER PIC X(27) VALUE "12SUCURSAL CERRADA         ".
           05  FILLER PIC X(27) VALUE "13ORIGINAL NO ENCONTRADO   ".
           05  FILLER PIC X(27) VALUE "14ORIGINAL YA ANULADO      ".
           05  FILLER PIC X(27) VALUE "15ANULACION NO COINCIDE    ".
           05  FILLER PIC X(27) VALUE "16PENDIENTE DE APROBACION  ".
           05  FILLER PIC X(27) VALUE "17APROBACION DENEGADA      ".
           05  FILLER PIC X(27) VALUE "18DIVISA DESCONOCIDA       ".
           05  FILLER PIC X(27) VALUE "19SIN CAMBIO PARA LA FECHA ".
           05  FILLER PIC X(27) VALUE "20PERIODO CERRADO          ".
           05  FILLER PIC X(27) VALUE "21ARCHIVO SIN CABECERA/COLA".
           05  FILLER PIC X(27) VALUE "22SECUENCIA FUERA DE ORDEN ".
           05  FILLER PIC X(27) VALUE "23FECHA DE ARCHIVO NO HABIL".
           05  FILLER PIC X(27) VALUE "24NUM. REGISTROS NO CUADRA ".
           05  FILLER PIC X(27) VALUE "25TOTAL HASH NO CUADRA     ".
           05  FILLER PIC X(27) VALUE "  OTROS MOTIVOS            ".
       01  WS-REASON-ENTRIES REDEFINES WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 26 TIMES.
               10  WS-REASON-CODE        PIC X(2).
               10  WS-REASON-TEXT        PIC X(25).
       01  WS-REASON-OTHER-SUB           PIC 9(2) VALUE 26.

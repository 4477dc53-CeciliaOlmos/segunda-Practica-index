                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL CTEMANT ASSIGN TO "..\ctemant.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-ctemant.
           SELECT CTESEGM ASSIGN TO "ctesegm.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-ctesegm.
           SELECT CTERECHAZO ASSIGN TO "..\cterechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cterechazo.
           03 cte-cuit pic 9(11).
           03 cte-telefono pic x(15).
           03 cte-activo pic x.
           03 cte-condpago pic 9(2).
           03 cte-provincia pic 9(3).
           03 cte-cond-iibb pic x.
           03 cte-debito-cbu pic x(22).
           03 cte-debito-banco pic 9(3).
           03 cte-segmento pic x(10).
           03 cte-rfm pic 9(3).
           03 cte-canal pic x.
           03 cte-email pic x(50).
       FD  CTE.
       01  cte-tex-reg.
           03 cte-tex-codigo pic x(6).
           03 cte-tex-cuit pic x(11).
           03 cte-tex-telefono pic x(15).
           03 cte-tex-activo pic x.
           03 cte-tex-condpago pic x(2).
           03 cte-tex-provincia pic x(3).
           03 cte-tex-cond-iibb pic x.
           03 cte-tex-debito-cbu pic x(22).
           03 cte-tex-debito-banco pic x(3).
           03 cte-tex-canal pic x.
           03 cte-tex-email pic x(50).
      * registros de cliente dejados por el mantenimiento interactivo
      * (cteMant): se vuelven a aplicar sobre cada recarga
       FD  CTEMANT.
       01  cmp-reg.
           03 cmp-fecha pic 9(8).
           03 cmp-operador pic x(8).
           03 cmp-datos pic x(188).
      * segmento RFM que segmentaClientes dejo en cada cliente, guardado
      * antes de recrear el maestro para devolverselo despues
       FD  CTESEGM.
       01  csg-reg.
           03 csg-codigo pic 9(6).
           03 csg-segmento pic x(10).
           03 csg-rfm pic 9(3).
       FD  CTERECHAZO.
       01  rej-reg.
           03 rej-codigo pic x(6).
       01  w-fs-cte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-cterechazo pic xx.
       01  w-fs-ctemant pic xx.
       01  w-fs-ctesegm pic xx.
       01  w-flag-seg pic 9.
       01  w-hay-segmentos pic x value "n".
       01  w-segmento pic x(10).
       01  w-rfm pic 9(3).
       01  w-flag-cmp pic 9.
       01  w-cant-reaplicados pic 9(6) value zero.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CTEAINDEX".
       01  w-ctl-fecha pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           PERFORM 050-GUARDAR-SEGMENTOS.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-CTE.
           PERFORM UNTIL fin-archivo
            PERFORM 200-LEER-ARCH-CTE
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 450-RESTAURAR-SEGMENTOS.
           PERFORM 500-REAPLICAR-MANTENIMIENTO.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.

      * la recarga recrea cliente.dat: el segmento y el puntaje RFM de
      * los clientes que ya estaban se guardan antes y se devuelven
      * despues; solo un cliente nuevo queda sin segmento hasta la
      * proxima corrida de segmentaClientes
       050-GUARDAR-SEGMENTOS.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente = "00"
               OPEN OUTPUT CTESEGM
               IF w-fs-ctesegm NOT = "00"
                   MOVE "CTESEGM" TO w-abend-archivo
                   MOVE w-fs-ctesegm TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
               MOVE "s" TO w-hay-segmentos
               MOVE ZERO TO w-flag-seg
               PERFORM 055-COPIAR-SEGMENTO UNTIL w-flag-seg = 1
               CLOSE CTESEGM
               CLOSE CLIENTE
           END-IF.

       055-COPIAR-SEGMENTO.
           READ CLIENTE NEXT
               AT END MOVE 1 TO w-flag-seg
               NOT AT END
                   IF cte-segmento NOT = SPACES OR cte-rfm NOT = ZERO
                       MOVE cte-codigo TO csg-codigo
                       MOVE cte-segmento TO csg-segmento
                       MOVE cte-rfm TO csg-rfm
                       WRITE csg-reg
                   END-IF
           END-READ.

       100-INICIO.
           OPEN INPUT CTE.
           IF w-fs-cte NOT = "00"
                   MOVE cte-tex-cuit TO cte-cuit
                   MOVE cte-tex-telefono TO cte-telefono
                   MOVE cte-tex-activo TO cte-activo
      * sin condicion de pago informada el cliente queda de contado
      * (00): el vencimiento es la misma fecha de la factura
                   IF cte-tex-condpago IS NUMERIC
                       MOVE cte-tex-condpago TO cte-condpago
                   ELSE
                       MOVE ZERO TO cte-condpago
                   END-IF
      * jurisdiccion de ingresos brutos (codigo 901 a 924) y condicion
      * frente al impuesto: L local, C convenio multilateral, E exento,
      * N no inscripto. sin datos el cliente no lleva percepcion
                   IF cte-tex-provincia IS NUMERIC
                       MOVE cte-tex-provincia TO cte-provincia
                   ELSE
                       MOVE ZERO TO cte-provincia
                   END-IF
                   IF cte-tex-cond-iibb = "L" OR "C" OR "E" OR "N"
                       MOVE cte-tex-cond-iibb TO cte-cond-iibb
                   ELSE
                       MOVE SPACE TO cte-cond-iibb
                   END-IF
      * adhesion al debito automatico: CBU de 22 digitos y banco.
      * sin banco informado se toma de los tres primeros digitos del
      * CBU; un CBU incompleto deja al cliente sin debito
                   IF cte-tex-debito-cbu IS NUMERIC
                       MOVE cte-tex-debito-cbu TO cte-debito-cbu
                       IF cte-tex-debito-banco IS NUMERIC
                           MOVE cte-tex-debito-banco
                               TO cte-debito-banco
                       ELSE
                           MOVE cte-tex-debito-cbu(1:3)
                               TO cte-debito-banco
                       END-IF
                   ELSE
                       MOVE SPACES TO cte-debito-cbu
                       MOVE ZERO TO cte-debito-banco
                   END-IF
      * el segmento RFM no viene en el archivo de texto: lo calcula
      * segmentaClientes en su corrida mensual y 450 se lo devuelve a
      * los clientes que ya lo tenian
                   MOVE SPACES TO cte-segmento
                   MOVE ZERO TO cte-rfm
      * canal por el que se le mandan los documentos: I impreso, E
      * correo a la direccion informada, W portal. sin canal valido
      * el cliente recibe sus documentos impresos
                   IF cte-tex-canal = "I" OR "E" OR "W"
                       MOVE cte-tex-canal TO cte-canal
                   ELSE
                       MOVE "I" TO cte-canal
                   END-IF
                   MOVE cte-tex-email TO cte-email
                   WRITE cte-reg
                       INVALID KEY
                           PERFORM 310-RECHAZAR-DUPLICADO
           CLOSE CLIENTE.
           CLOSE CTERECHAZO.

       450-RESTAURAR-SEGMENTOS.
           IF w-hay-segmentos = "s"
               OPEN INPUT CTESEGM
               IF w-fs-ctesegm NOT = "00"
                   MOVE "CTESEGM" TO w-abend-archivo
                   MOVE w-fs-ctesegm TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
               OPEN I-O CLIENTE
               IF w-fs-cliente NOT = "00"
                   MOVE "CLIENTE" TO w-abend-archivo
                   MOVE w-fs-cliente TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
               MOVE ZERO TO w-flag-seg
               PERFORM 460-DEVOLVER-SEGMENTO UNTIL w-flag-seg = 1
               CLOSE CLIENTE
               CLOSE CTESEGM
           END-IF.

       460-DEVOLVER-SEGMENTO.
           READ CTESEGM
               AT END MOVE 1 TO w-flag-seg
               NOT AT END
                   MOVE csg-codigo TO cte-codigo
                   READ CLIENTE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE csg-segmento TO cte-segmento
                           MOVE csg-rfm TO cte-rfm
                           REWRITE cte-reg
                   END-READ
           END-READ.

      * clientes.txt viene del sistema origen y no trae las correcciones
      * hechas con cteMant: se vuelven a aplicar en el orden en que se
      * hicieron, la ultima de cada cliente queda vigente
       500-REAPLICAR-MANTENIMIENTO.
           OPEN INPUT CTEMANT.
           IF w-fs-ctemant = "00"
               OPEN I-O CLIENTE
               IF w-fs-cliente NOT = "00"
                   MOVE "CLIENTE" TO w-abend-archivo
                   MOVE w-fs-cliente TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
               MOVE ZERO TO w-flag-cmp
               PERFORM 510-APLICAR-CAMBIO UNTIL w-flag-cmp = 1
               CLOSE CLIENTE
               CLOSE CTEMANT
               DISPLAY "CORRECCIONES DE MANTENIMIENTO REAPLICADAS: "
                       w-cant-reaplicados
           END-IF.

       510-APLICAR-CAMBIO.
           READ CTEMANT
               AT END MOVE 1 TO w-flag-cmp
               NOT AT END
                   MOVE cmp-datos TO cte-reg
                   READ CLIENTE
                       INVALID KEY
                           MOVE cmp-datos TO cte-reg
                           MOVE SPACES TO cte-segmento
                           MOVE ZERO TO cte-rfm
                           WRITE cte-reg
                               INVALID KEY CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           MOVE cte-segmento TO w-segmento
                           MOVE cte-rfm TO w-rfm
                           MOVE cmp-datos TO cte-reg
                           MOVE w-segmento TO cte-segmento
                           MOVE w-rfm TO cte-rfm
                           REWRITE cte-reg
                   END-READ
                   ADD 1 TO w-cant-reaplicados
           END-READ.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
           ACCEPT w-ctl-hora-ini FROM TIME.

           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  VEND.
       01  vend-tex-reg.
           03 vend-tex-codigo pic x(3).
           03 vend-tex-region pic x(15).
           03 vend-tex-fecalta pic x(8).
           03 vend-tex-activo pic x.
           03 vend-tex-canal pic x.
           03 vend-tex-email pic x(50).
       FD  VENDRECHAZO.
       01  rej-reg.
           03 rej-codigo pic x(3).
                   MOVE vend-tex-region to vend-region
                   MOVE vend-tex-fecalta to vend-fecha-alta
                   MOVE vend-tex-activo to vend-activo
      * canal de envio de las cartas al vendedor: I impreso, E
      * correo, W portal; sin canal valido van impresas
                   IF vend-tex-canal = "I" OR "E" OR "W"
                       MOVE vend-tex-canal TO vend-canal
                   ELSE
                       MOVE "I" TO vend-canal
                   END-IF
                   MOVE vend-tex-email TO vend-email
                   WRITE vend-reg
                       INVALID KEY
                           PERFORM 310-RECHAZAR-DUPLICADO

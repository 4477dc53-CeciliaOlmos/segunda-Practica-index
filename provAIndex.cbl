           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       FD  PRV.
       01  prv-tex-reg.
           03 prv-tex-articulo pic x(8).
           03 prv-tex-nombre pic x(30).
           03 prv-tex-leadtime pic x(3).
           03 prv-tex-min-orden pic x(7).
           03 prv-tex-canal pic x.
           03 prv-tex-email pic x(50).
       FD  PROVRECHAZO.
       01  rej-reg.
           03 rej-articulo pic x(8).
                   MOVE prv-tex-nombre TO prv-nombre
                   MOVE prv-tex-leadtime TO prv-leadtime
                   MOVE prv-tex-min-orden TO prv-min-orden
      * canal de envio de las ordenes de compra al proveedor: I
      * impresa, E correo, W portal; sin canal valido va impresa
                   IF prv-tex-canal = "I" OR "E" OR "W"
                       MOVE prv-tex-canal TO prv-canal
                   ELSE
                       MOVE "I" TO prv-canal
                   END-IF
                   MOVE prv-tex-email TO prv-email
                   WRITE prv-reg
                       INVALID KEY
                           PERFORM 310-RECHAZAR-DUPLICADO

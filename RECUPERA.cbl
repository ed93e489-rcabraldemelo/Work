             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-REC
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-REC
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CLIENTE-SALVO ASSIGN TO DISK
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-NOVO
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-NOVO
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR-REC ASSIGN TO DISK
       FD ARQ-CLIENTE-REC VALUE OF FILE-ID IS "cliente".
       01 WID-ARQ-CLIENTE-REC.
           05 CHAVE-CLIENTE-REC        PIC 9(010).
           05 CNPJ-CLIENTE-REC         PIC X(014).
           05 DADOS-CLIENTE-REC        PIC X(196).
       FD ARQ-CLIENTE-SALVO VALUE OF FILE-ID IS "cliente.salvo".
       01 WID-ARQ-CLIENTE-SALVO        PIC X(220).
       FD ARQ-CLIENTE-NOVO VALUE OF FILE-ID IS "cliente.nvo".
       01 WID-ARQ-CLIENTE-NOVO.
           05 CHAVE-CLIENTE-NOVO       PIC 9(010).
           05 CNPJ-CLIENTE-NOVO        PIC X(014).
           05 DADOS-CLIENTE-NOVO       PIC X(196).
       FD ARQ-VENDEDOR-REC VALUE OF FILE-ID IS "vendedor".
       01 WID-ARQ-VENDEDOR-REC.
       FD ARQ-PEDIDO-REC VALUE OF FILE-ID IS "pedido".
       01 WID-ARQ-PEDIDO-REC.
           05 CHAVE-PEDIDO-REC         PIC 9(010).
           05 DADOS-PEDIDO-REC         PIC X(033).
       FD ARQ-PEDIDO-SALVO VALUE OF FILE-ID IS "pedido.salvo".
       01 WID-ARQ-PEDIDO-SALVO         PIC X(043).
       FD ARQ-PEDIDO-NOVO VALUE OF FILE-ID IS "pedido.nvo".
       01 WID-ARQ-PEDIDO-NOVO.
           05 CHAVE-PEDIDO-NOVO        PIC 9(010).
           05 DADOS-PEDIDO-NOVO        PIC X(033).
       FD ARQ-RELAT-REC VALUE OF FILE-ID IS "recuperacao.lst".
       01 WID-ARQ-RELAT-REC            PIC X(100).
       FD ARQ-BACKUP VALUE OF FILE-ID IS NOMEARQ-BKP.

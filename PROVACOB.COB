             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK
             RECORD KEY         IS COD-PRODUTO
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CONDPAG ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS COD-CONDPAG
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-PARAMETRO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS COD-EMPRESA-PAR
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-MOVTIT ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-MOV
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-COMISLAN ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-LCM
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-ESTOQUE ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS COD-PRODUTO-EST
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-MOVESTQ ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-MVE
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-TABPRECO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-TPR
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-ALCADA ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-ALC
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-DESCITEM ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-DSC
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-COBRANCA ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-COB
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-DEV
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CREDCLI ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CRD
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-RISCO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-RSC
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-EXTRATO ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-REMESSA ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-RETORNO ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-BANCO-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-ESTOQUE-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-DESCONTO-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-COBRANCA-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-DEVOLUCAO-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CURVA-ABC-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-RISCO-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-PROJECAO-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CONSOLIDADO-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-LGPD-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-PACOTE ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-SINCRONIA-LST ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-PEDIDO-ITEM ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
           SELECT ARQ-CSV-CLIVEND ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CSV-ABC ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           SELECT ARQ-RESUMO ASSIGN TO DISK
             ORGANIZATION      IS LINE SEQUENTIAL
             FILE STATUS       IS WS-RESULTADO-ACESSO.
           05 CHAVE-CLIENTE.
              10 COD-EMPRESA-CLI       PIC 9(003).
              10 COD-CLIENTE           PIC 9(007).
           05 CNPJ-CLIENTE             PIC X(014).
           05 RAZAO-CLIENTE            PIC X(40).
           05 LAT-CLIENTE              PIC S9(003)V9(008).
           05 LON-CLIENTE              PIC S9(003)V9(008).
               88 REG-ITEM-IMP         VALUE "ITM".
               88 REG-VISITA-IMP       VALUE "VIS".
           05 COD-CLIENTE-IMP          PIC 9(007).
           05 CNPJ-CLIENTE-IMP         PIC X(014).
           05 RAZAO-CLIENTE-IMP        PIC X(40).
           05 LAT-CLIENTE-IMP          PIC S9(003)V9(008).
           05 LON-CLIENTE-IMP          PIC S9(003)V9(008).
           05 DATA-PEDIDO-IMP          PIC 9(008).
           05 VALOR-PEDIDO-IMP         PIC 9(009)V9(002).
           05 SITUACAO-PEDIDO-IMP      PIC X(001).
           05 COD-CONDPAG-PED-IMP      PIC 9(003).
           05 FILLER                   PIC X(047).
       01 WID-ARQ-IMPORTACAO-ITM REDEFINES WID-ARQ-IMPORTACAO.
           05 FILLER                   PIC X(003).
           05 NUM-PEDIDO-ITM           PIC 9(007).
               88 PED-ABERTO           VALUE "A".
               88 PED-FATURADO         VALUE "F".
               88 PED-CANCELADO        VALUE "C".
           05 COD-CONDPAG-PED          PIC 9(003).
       FD ARQ-META VALUE OF FILE-ID IS "meta".
       01 WID-ARQ-META.
           05 CHAVE-META.
           05 SITUACAO-TIT             PIC X(01).
               88 TIT-ABERTO           VALUE "A".
               88 TIT-LIQUIDADO        VALUE "L".
               88 TIT-CANCELADO        VALUE "C".
           05 PARCELA-TIT              PIC 9(002).
           05 QTD-PARCELAS-TIT         PIC 9(002).
           05 SALDO-TIT                PIC 9(009)V9(002).
           05 VALOR-JUROS-TIT          PIC 9(009)V9(002).
           05 VALOR-MULTA-TIT          PIC 9(009)V9(002).
           05 VALOR-DESCONTO-TIT       PIC 9(009)V9(002).
       FD ARQ-TITULOS-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-TITULOS-LST          PIC X(100).
       FD ARQ-PRODUTO VALUE OF FILE-ID IS "produto".
           05 SITUACAO-PRODUTO         PIC X(01).
               88 ATIVO-PRODUTO        VALUE "A".
               88 INATIVO-PRODUTO      VALUE "I".
       FD ARQ-CONDPAG VALUE OF FILE-ID IS "condpag".
       01 WID-ARQ-CONDPAG.
           05 COD-CONDPAG              PIC 9(003).
           05 DESC-CONDPAG             PIC X(030).
           05 QTD-PARCELAS-CP          PIC 9(002).
           05 PARCELA-CP OCCURS 6 TIMES.
              10 DIAS-PARCELA-CP       PIC 9(003).
              10 PCT-PARCELA-CP        PIC 9(003)V9(002).
           05 SITUACAO-CONDPAG         PIC X(01).
               88 ATIVO-CONDPAG        VALUE "A".
               88 INATIVO-CONDPAG      VALUE "I".
       FD ARQ-PARAMETRO VALUE OF FILE-ID IS "parametro".
       01 WID-ARQ-PARAMETRO.
           05 COD-EMPRESA-PAR          PIC 9(003).
           05 PCT-MULTA-PAR            PIC 9(002)V9(002).
           05 PCT-JUROS-MES-PAR        PIC 9(002)V9(002).
           05 DIAS-CARENCIA-PAR        PIC 9(003).
           05 NUM-REMESSA-PAR          PIC 9(005).
           05 ULT-TITULO-REM-PAR       PIC 9(007).
           05 DIAS-LEMBRETE-PAR        PIC 9(003).
           05 DIAS-NOTIFICA-PAR        PIC 9(003).
           05 DIAS-BLOQUEIO-PAR        PIC 9(003).
           05 ULT-DEVOLUCAO-PAR        PIC 9(007).
           05 FILLER                   PIC X(032).
       FD ARQ-MOVTIT VALUE OF FILE-ID IS "movtitulo".
       01 WID-ARQ-MOVTIT.
           05 CHAVE-MOV.
              10 NUM-TITULO-MOV        PIC 9(007).
              10 SEQ-MOV               PIC 9(003).
           05 COD-EMPRESA-MOV          PIC 9(003).
           05 COD-CLIENTE-MOV          PIC 9(007).
           05 LOTE-MOV                 PIC 9(003).
           05 TIPO-MOV                 PIC X(01).
               88 MOV-PAGAMENTO        VALUE "P".
               88 MOV-JUROS            VALUE "J".
               88 MOV-MULTA            VALUE "M".
               88 MOV-DESCONTO         VALUE "D".
               88 MOV-ESTORNO          VALUE "E".
               88 MOV-DEVOLUCAO        VALUE "V".
               88 MOV-CREDITO          VALUE "N".
               88 MOV-USO-CREDITO      VALUE "U".
           05 DATA-MOV                 PIC 9(008).
           05 VALOR-MOV                PIC 9(009)V9(002).
           05 SALDO-ANTES-MOV          PIC 9(009)V9(002).
           05 SALDO-APOS-MOV           PIC 9(009)V9(002).
           05 SITUACAO-MOV             PIC X(01).
               88 MOV-ATIVO            VALUE "A".
               88 MOV-ESTORNADO        VALUE "E".
           05 OPERADOR-MOV             PIC X(020).
           05 DATA-REGISTRO-MOV        PIC 9(008).
       FD ARQ-COMISLAN VALUE OF FILE-ID IS "comislanc".
       01 WID-ARQ-COMISLAN.
           05 CHAVE-LCM.
              10 COD-EMPRESA-LCM       PIC 9(003).
              10 NUM-TITULO-LCM        PIC 9(007).
              10 SEQ-LCM               PIC 9(003).
           05 COD-VENDEDOR-LCM         PIC 9(003).
           05 COMPETENCIA-LCM          PIC 9(006).
           05 TIPO-LCM                 PIC X(01).
               88 LCM-COMISSAO         VALUE "C".
               88 LCM-ESTORNO          VALUE "E".
           05 NUM-PEDIDO-LCM           PIC 9(007).
           05 COD-CLIENTE-LCM          PIC 9(007).
           05 DATA-PAGTO-LCM           PIC 9(008).
           05 BASE-LCM                 PIC 9(009)V9(002).
           05 PCT-LCM                  PIC 9(002)V9(002).
           05 VALOR-LCM                PIC 9(009)V9(002).
           05 MOTIVO-LCM               PIC X(020).
           05 DATA-REGISTRO-LCM        PIC 9(008).
       FD ARQ-ESTOQUE VALUE OF FILE-ID IS "estoque".
       01 WID-ARQ-ESTOQUE.
           05 COD-PRODUTO-EST          PIC 9(005).
           05 QTD-ESTOQUE-EST          PIC S9(007).
           05 QTD-RESERVADA-EST        PIC 9(007).
           05 QTD-MINIMA-EST           PIC 9(007).
           05 ULT-SEQ-MOV-EST          PIC 9(007).
           05 DATA-ULT-MOV-EST         PIC 9(008).
           05 FILLER                   PIC X(030).
       FD ARQ-MOVESTQ VALUE OF FILE-ID IS "movestoque".
       01 WID-ARQ-MOVESTQ.
           05 CHAVE-MVE.
              10 COD-PRODUTO-MVE       PIC 9(005).
              10 SEQ-MVE               PIC 9(007).
           05 TIPO-MVE                 PIC X(01).
               88 MVE-ENTRADA          VALUE "E".
               88 MVE-AJUSTE           VALUE "A".
               88 MVE-RESERVA          VALUE "R".
               88 MVE-LIBERACAO        VALUE "L".
               88 MVE-SAIDA            VALUE "S".
               88 MVE-DEVOLUCAO        VALUE "D".
           05 QTD-MVE                  PIC S9(007).
           05 COD-EMPRESA-MVE          PIC 9(003).
           05 NUM-PEDIDO-MVE           PIC 9(007).
           05 SEQ-ITEM-MVE             PIC 9(003).
           05 DOCUMENTO-MVE            PIC X(015).
           05 ESTOQUE-APOS-MVE         PIC S9(007).
           05 RESERVADO-APOS-MVE       PIC 9(007).
           05 DATA-MVE                 PIC 9(008).
           05 HORA-MVE                 PIC 9(008).
           05 OPERADOR-MVE             PIC X(020).
           05 FILLER                   PIC X(020).
       FD ARQ-TABPRECO VALUE OF FILE-ID IS "tabpreco".
       01 WID-ARQ-TABPRECO.
           05 CHAVE-TPR.
              10 COD-EMPRESA-TPR       PIC 9(003).
              10 TIPO-TPR              PIC X(001).
                  88 TPR-REGIAO        VALUE "R".
                  88 TPR-CLIENTE       VALUE "C".
              10 COD-ALVO-TPR          PIC 9(007).
              10 COD-PRODUTO-TPR       PIC 9(005).
              10 DATA-INICIO-TPR       PIC 9(008).
           05 DATA-FIM-TPR             PIC 9(008).
           05 PRECO-TPR                PIC 9(007)V9(002).
           05 FILLER                   PIC X(020).
       FD ARQ-ALCADA VALUE OF FILE-ID IS "alcada".
       01 WID-ARQ-ALCADA.
           05 CHAVE-ALC.
              10 COD-EMPRESA-ALC       PIC 9(003).
              10 COD-VENDEDOR-ALC      PIC 9(003).
           05 PCT-MAX-DESC-ALC         PIC 9(002)V9(002).
           05 DATA-ALT-ALC             PIC 9(008).
           05 FILLER                   PIC X(020).
       FD ARQ-DESCITEM VALUE OF FILE-ID IS "descitem".
       01 WID-ARQ-DESCITEM.
           05 CHAVE-DSC.
              10 COD-EMPRESA-DSC       PIC 9(003).
              10 COD-VENDEDOR-DSC      PIC 9(003).
              10 NUM-PEDIDO-DSC        PIC 9(007).
              10 SEQ-ITEM-DSC          PIC 9(003).
           05 COD-CLIENTE-DSC          PIC 9(007).
           05 COD-PRODUTO-DSC          PIC 9(005).
           05 QTD-DSC                  PIC 9(005).
           05 DATA-PEDIDO-DSC          PIC 9(008).
           05 PRECO-LISTA-DSC          PIC 9(007)V9(002).
           05 PRECO-UNIT-DSC           PIC 9(007)V9(002).
           05 PCT-DESC-DSC             PIC 9(003)V9(002).
           05 PCT-ALCADA-DSC           PIC 9(002)V9(002).
           05 LIBERADO-DSC             PIC X(001).
               88 DSC-LIBERADO         VALUE "S".
           05 OPERADOR-DSC             PIC X(020).
           05 DATA-REGISTRO-DSC        PIC 9(008).
       FD ARQ-COBRANCA VALUE OF FILE-ID IS "cobranca".
       01 WID-ARQ-COBRANCA.
           05 CHAVE-COB.
              10 COD-EMPRESA-COB       PIC 9(003).
              10 COD-CLIENTE-COB       PIC 9(007).
           05 COD-VENDEDOR-COB         PIC 9(003).
           05 NIVEL-COB                PIC 9(001).
               88 COB-SEM-ATRASO       VALUE 0.
               88 COB-LEMBRETE         VALUE 1.
               88 COB-NOTIFICACAO      VALUE 2.
               88 COB-BLOQUEIO         VALUE 3.
           05 BLOQUEIO-COB             PIC X(001).
               88 CLIENTE-BLOQUEADO    VALUE "S".
           05 QTD-VENCIDOS-COB         PIC 9(005).
           05 VALOR-VENCIDO-COB        PIC 9(011)V9(002).
           05 MAIOR-ATRASO-COB         PIC 9(005).
           05 DATA-ULT-COBRANCA-COB    PIC 9(008).
           05 DATA-BLOQUEIO-COB        PIC 9(008).
           05 DATA-DESBLOQUEIO-COB     PIC 9(008).
           05 FILLER                   PIC X(020).
       FD ARQ-DEVOLUCAO VALUE OF FILE-ID IS "devolucao".
       01 WID-ARQ-DEVOLUCAO.
           05 CHAVE-DEV.
              10 COD-EMPRESA-DEV       PIC 9(003).
              10 NUM-PEDIDO-DEV        PIC 9(007).
              10 SEQ-ITEM-DEV          PIC 9(003).
              10 NUM-DEVOLUCAO         PIC 9(007).
           05 COD-CLIENTE-DEV          PIC 9(007).
           05 COD-VENDEDOR-DEV         PIC 9(003).
           05 COD-PRODUTO-DEV          PIC 9(005).
           05 QTD-DEV                  PIC 9(005).
           05 PRECO-UNIT-DEV           PIC 9(007)V9(002).
           05 VALOR-DEV                PIC 9(009)V9(002).
           05 MOTIVO-DEV               PIC 9(002).
           05 DATA-DEV                 PIC 9(008).
           05 OPERADOR-DEV             PIC X(020).
           05 FILLER                   PIC X(020).
       FD ARQ-CREDCLI VALUE OF FILE-ID IS "credcli".
       01 WID-ARQ-CREDCLI.
           05 CHAVE-CRD.
              10 COD-EMPRESA-CRD       PIC 9(003).
              10 COD-CLIENTE-CRD       PIC 9(007).
           05 SALDO-CRD                PIC 9(011)V9(002).
           05 DATA-ULT-MOV-CRD         PIC 9(008).
           05 FILLER                   PIC X(020).
       FD ARQ-RISCO VALUE OF FILE-ID IS "riscocli".
       01 WID-ARQ-RISCO.
           05 CHAVE-RSC.
              10 COD-EMPRESA-RSC       PIC 9(003).
              10 COD-CLIENTE-RSC       PIC 9(007).
              10 DATA-ALERTA-RSC       PIC 9(008).
           05 COD-VENDEDOR-RSC         PIC 9(003).
           05 MOTIVO-RSC               PIC X(002).
           05 DATA-ULT-PEDIDO-RSC      PIC 9(008).
           05 VALOR-ANTERIOR-RSC       PIC 9(011)V9(002).
           05 VALOR-RECENTE-RSC        PIC 9(011)V9(002).
           05 PCT-QUEDA-RSC            PIC 9(003).
           05 SITUACAO-RSC             PIC X(001).
               88 RSC-PENDENTE         VALUE "P".
               88 RSC-RECUPERADO       VALUE "R".
           05 DATA-RETORNO-RSC         PIC 9(008).
           05 NUM-PEDIDO-RETORNO-RSC   PIC 9(007).
           05 FILLER                   PIC X(020).
       FD ARQ-EXTRATO VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-EXTRATO              PIC X(100).
       FD ARQ-REMESSA VALUE OF FILE-ID IS NOMEARQ-EXP.
       01 WID-ARQ-REMESSA              PIC X(100).
       FD ARQ-RETORNO VALUE OF FILE-ID IS NOMEARQ.
       01 WID-ARQ-RETORNO.
           05 TIPO-REG-RET             PIC X(01).
               88 RET-DETALHE          VALUE "1".
           05 NUM-TITULO-RET           PIC 9(007).
           05 DATA-PAGTO-RET           PIC 9(008).
           05 VALOR-PAGO-RET           PIC 9(009)V9(002).
           05 FILLER                   PIC X(073).
       FD ARQ-BANCO-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-BANCO-LST            PIC X(100).
       FD ARQ-ESTOQUE-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-ESTOQUE-LST          PIC X(100).
       FD ARQ-DESCONTO-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-DESCONTO-LST         PIC X(100).
       FD ARQ-COBRANCA-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-COBRANCA-LST         PIC X(100).
       FD ARQ-DEVOLUCAO-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-DEVOLUCAO-LST        PIC X(100).
       FD ARQ-CURVA-ABC-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-CURVA-ABC-LST        PIC X(100).
       FD ARQ-RISCO-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-RISCO-LST            PIC X(100).
       FD ARQ-PROJECAO-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-PROJECAO-LST         PIC X(100).
       FD ARQ-CONSOLIDADO-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-CONSOLIDADO-LST      PIC X(100).
       FD ARQ-LGPD-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-LGPD-LST             PIC X(100).
       FD ARQ-PACOTE VALUE OF FILE-ID IS NOMEARQ-PAC.
       01 WID-ARQ-PACOTE.
           05 TIPO-REG-PAC             PIC X(003).
               88 PAC-CABECALHO        VALUE "CAB".
               88 PAC-CLIENTE          VALUE "CLI".
               88 PAC-PRODUTO          VALUE "PRD".
               88 PAC-PRECO            VALUE "PRC".
               88 PAC-TITULO           VALUE "TIT".
               88 PAC-ROTEIRO          VALUE "ROT".
               88 PAC-VISITA           VALUE "VIS".
               88 PAC-PEDIDO           VALUE "PED".
               88 PAC-ITEM             VALUE "ITM".
           05 EMPRESA-PAC              PIC 9(003).
           05 VENDEDOR-PAC             PIC 9(003).
           05 NOME-VENDEDOR-PAC        PIC X(040).
           05 DATA-PAC                 PIC 9(008).
           05 HORA-PAC                 PIC 9(008).
           05 FILLER                   PIC X(135).
       01 WID-ARQ-PACOTE-CLI REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 COD-CLIENTE-PAC          PIC 9(007).
           05 RAZAO-CLIENTE-PAC        PIC X(040).
           05 ENDERECO-CLIENTE-PAC     PIC X(040).
           05 MUNICIPIO-CLIENTE-PAC    PIC X(025).
           05 UF-CLIENTE-PAC           PIC X(002).
           05 TELEFONE-CLIENTE-PAC     PIC X(015).
           05 EMAIL-CLIENTE-PAC        PIC X(040).
           05 LIMITE-CLIENTE-PAC       PIC 9(009)V9(002).
           05 BLOQUEIO-CLIENTE-PAC     PIC X(001).
           05 FILLER                   PIC X(016).
       01 WID-ARQ-PACOTE-PRD REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 COD-PRODUTO-PAC          PIC 9(005).
           05 DESC-PRODUTO-PAC         PIC X(030).
           05 PRECO-PRODUTO-PAC        PIC 9(007)V9(002).
           05 FILLER                   PIC X(153).
       01 WID-ARQ-PACOTE-PRC REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 COD-CLIENTE-PRC-PAC      PIC 9(007).
           05 COD-PRODUTO-PRC-PAC      PIC 9(005).
           05 PRECO-PRC-PAC            PIC 9(007)V9(002).
           05 FILLER                   PIC X(176).
       01 WID-ARQ-PACOTE-TIT REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 NUM-TITULO-PAC           PIC 9(007).
           05 PARCELA-TIT-PAC          PIC 9(002).
           05 COD-CLIENTE-TIT-PAC      PIC 9(007).
           05 VENCIMENTO-TIT-PAC       PIC 9(008).
           05 SALDO-TIT-PAC            PIC 9(009)V9(002).
           05 FILLER                   PIC X(162).
       01 WID-ARQ-PACOTE-ROT REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 SEQ-ROT-PAC              PIC 9(004).
           05 COD-CLIENTE-ROT-PAC      PIC 9(007).
           05 DIST-ROT-PAC             PIC 9(006)V9(003).
           05 FILLER                   PIC X(177).
       01 WID-ARQ-PACOTE-VIS REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 COD-CLIENTE-VIS-PAC      PIC 9(007).
           05 DATA-VISITA-PAC          PIC 9(008).
           05 RESULTADO-VIS-PAC        PIC X(001).
           05 PEDIDO-GERADO-VIS-PAC    PIC X(001).
           05 FILLER                   PIC X(180).
       01 WID-ARQ-PACOTE-PED REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 NUM-PEDIDO-PAC           PIC 9(007).
           05 COD-CLIENTE-PED-PAC      PIC 9(007).
           05 DATA-PEDIDO-PAC          PIC 9(008).
           05 COD-CONDPAG-PED-PAC      PIC 9(003).
           05 FILLER                   PIC X(172).
       01 WID-ARQ-PACOTE-ITM REDEFINES WID-ARQ-PACOTE.
           05 FILLER                   PIC X(003).
           05 NUM-PEDIDO-ITM-PAC       PIC 9(007).
           05 SEQ-ITEM-PAC             PIC 9(003).
           05 COD-PRODUTO-ITM-PAC      PIC 9(005).
           05 QTD-ITEM-PAC             PIC 9(005).
           05 PRECO-UNIT-PAC           PIC 9(007)V9(002).
           05 FILLER                   PIC X(168).
       FD ARQ-SINCRONIA-LST VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-SINCRONIA-LST        PIC X(100).
       FD ARQ-PEDIDO-ITEM VALUE OF FILE-ID IS "peditem".
       01 WID-ARQ-PEDIDO-ITEM.
           05 CHAVE-ITEM.
       01 WID-ARQ-CSV-VENDEDOR          PIC X(200).
       FD ARQ-CSV-CLIVEND VALUE OF FILE-ID IS "clivend.csv".
       01 WID-ARQ-CSV-CLIVEND           PIC X(200).
       FD ARQ-CSV-ABC VALUE OF FILE-ID IS "curvaabc.csv".
       01 WID-ARQ-CSV-ABC               PIC X(200).
       FD ARQ-RESUMO VALUE OF FILE-ID IS NOMEARQ-REL.
       01 WID-ARQ-RESUMO                PIC X(100).
       FD ARQ-CONFERENCIA VALUE OF FILE-ID IS "conferencia.lst".
       01 WID-ARQ-REJEITADOS            PIC X(100).
       FD ARQ-CEP VALUE OF FILE-ID IS "cep".
       01 WID-ARQ-CEP.
           05 CNPJ-CEP                 PIC X(014).
           05 LAT-CEP                  PIC S9(003)V9(008).
           05 LON-CEP                  PIC S9(003)V9(008).
       FD ARQ-CARGA-CEP VALUE OF FILE-ID IS NOMEARQ.
               88 REG-CLIENTE-EXP      VALUE "CLI".
               88 REG-VENDEDOR-EXP     VALUE "VEN".
           05 COD-CLIENTE-EXP          PIC 9(007).
           05 CNPJ-CLIENTE-EXP         PIC X(014).
           05 RAZAO-CLIENTE-EXP        PIC X(40).
           05 LAT-CLIENTE-EXP          PIC S9(003)V9(008).
           05 LON-CLIENTE-EXP          PIC S9(003)V9(008).
           88 EXECLOG      VALUE IS "E" "e".
           88 COBERTURA    VALUE IS "C" "c".
           88 CATALOGO     VALUE IS "P" "p".
           88 EXTRATO      VALUE IS "F" "f".
           88 EXTRATO-COMISSAO VALUE IS "S" "s".
           88 POSICAO-ESTOQUE VALUE IS "Q" "q".
           88 REPOSICAO-ESTOQUE VALUE IS "U" "u".
           88 DESCONTO-VENDEDOR VALUE IS "O" "o".
           88 ESTORNO-BAIXA VALUE IS "E" "e".
           88 REMESSA-BANCO VALUE IS "G" "g".
           88 RETORNO-BANCO VALUE IS "H" "h".
           88 COBRANCA-LOTE VALUE IS "K" "k".
           88 DEVOLUCAO-PED VALUE IS "N" "n".
           88 DEVOLUCAO-REL VALUE IS "N" "n".
           88 CURVA-ABC     VALUE IS "B" "b".
           88 RISCO-CLIENTE VALUE IS "J" "j".
           88 PROJECAO-REC  VALUE IS "R" "r".
           88 CONSOLIDADO   VALUE IS "Z" "z".
           88 LGPD-CONSULTA VALUE IS "L" "l".
           88 LGPD-ANONIMIZACAO VALUE IS "Y" "y".
           88 PACOTE-CAMPO  VALUE IS "S" "s".
           88 RETORNO-CAMPO VALUE IS "U" "u".
       77 WS-OPCAO2                    PIC X(01).
           88 CLIENTE      VALUE IS "c" "C".
           88 VENDEDOR     VALUE IS "V" "v".
           88 OPERADOR-CAD VALUE IS "O" "o".
           88 REGIAO-CAD   VALUE IS "R" "r".
           88 RESTAURACAO  VALUE IS "T" "t".
           88 CONDPAG-CAD  VALUE IS "F" "f".
           88 PARAMETRO-CAD VALUE IS "J" "j".
           88 ESTOQUE-CAD  VALUE IS "Q" "q".
           88 TABPRECO-CAD VALUE IS "L" "l".
           88 ALCADA-CAD   VALUE IS "D" "d".
           88 VOLTAR       VALUE IS "X" "x".
       77 WS-OPCAO3                    PIC X(01).
           88 INCLUSAO     VALUE IS "I" "i".
       77 WS-PESQUISA-ACHOU             PIC 9(01).
           88 PESQUISA-ACHOU            VALUE IS 1.
       77 WS-CNPJ-ALFA                  PIC X(014).
       77 WS-CNPJ-NUM                   PIC 9(014).
       77 WS-CNPJ-LEN                   PIC 9(02).
       77 WS-CPF-ALFA                   PIC X(011).
       77 WS-OPERADOR                   PIC X(20).
       77 WS-EMPRESA-ATUAL              PIC 9(03).
       77 WS-TOLERANCIA-CEP             PIC S9(003)V9(008) VALUE 0.01.
       01 WS-HS-CLIENTE.
           05 WS-HS-COD-CLIENTE      PIC 9(007).
           05 WS-HS-CNPJ-CLIENTE     PIC X(014).
           05 WS-HS-RAZAO-CLIENTE    PIC X(40).
           05 WS-HS-SITUACAO-CLIENTE PIC X(01).
       01 WS-HS-VENDEDOR.
           05 WS-HS-DATA-PEDIDO      PIC 9(008).
           05 WS-HS-VALOR-PEDIDO     PIC 9(009)V9(002).
           05 WS-HS-SITUACAO-PEDIDO  PIC X(01).
           05 WS-HS-VENDEDOR-PEDIDO  PIC 9(003).
       01 WS-LINHA-HISTORICO.
           05 WS-HIST-DATA           PIC 9(008).
           05 FILLER                 PIC X(01) VALUE SPACES.
           88 ARQ-FIM-VEND VALUE IS 1.
       01 WS-ARQ-FIM-CV            PIC 9(01).
           88 ARQ-FIM-CV  VALUE IS 1.
       01 WS-FIM-CNPJ              PIC 9(01).
           88 FIM-CNPJ    VALUE IS 1.
       01 POSL                     PIC 9(03).
       01 POSC                     PIC 9(03).
       77 WS-MSGERRO               PIC X(80).
           05 WS-REL-COD            PIC Z(006)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-REL-DOC            PIC Z(013)9.
           05 WS-REL-DOC-ALFA REDEFINES WS-REL-DOC PIC X(014).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-REL-NOME           PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
       01 WS-SNAPSHOT-CLIENTE.
           05 WS-SNAP-EMPRESA-CLI   PIC 9(003).
           05 WS-SNAP-COD-CLIENTE   PIC 9(007).
           05 WS-SNAP-CNPJ-CLIENTE  PIC X(014).
           05 WS-SNAP-RAZAO-CLIENTE PIC X(40).
           05 WS-SNAP-LAT-CLIENTE   PIC S9(003)V9(008).
           05 WS-SNAP-LON-CLIENTE   PIC S9(003)V9(008).
       77 WS-DATA-HOJE               PIC 9(008).
       77 WS-PROX-TITULO             PIC 9(007).
       77 WS-CONT-FATURADOS          PIC 9(005).
       77 WS-CONT-PARCELAS           PIC 9(005).
       77 WS-PARC-IND                PIC 9(002).
       77 WS-PARC-QTD                PIC 9(002).
       77 WS-PARC-DIAS-ANT           PIC 9(003).
       77 WS-PARC-SOMA-PCT           PIC 9(005)V9(002).
       77 WS-PARC-ACUMULADO          PIC 9(009)V9(002).
       77 WS-PARC-SEM-CONDPAG        PIC 9(001).
           88 PARCELA-SEM-CONDPAG    VALUE 1.
       77 WS-BX-DATA                 PIC 9(008).
       77 WS-BX-VALOR                PIC 9(009)V9(002).
       77 WS-BX-DESCONTO             PIC 9(009)V9(002).
       77 WS-BX-JUROS                PIC 9(009)V9(002).
       77 WS-BX-MULTA                PIC 9(009)V9(002).
       77 WS-BX-PRINCIPAL            PIC S9(009)V9(002).
       77 WS-BX-SALDO-ANTES          PIC 9(009)V9(002).
       77 WS-BX-SALDO-APOS           PIC 9(009)V9(002).
       77 WS-BX-DIAS-ATRASO          PIC S9(005).
       77 WS-BX-DIAS-JUROS           PIC S9(005).
       77 WS-BX-DATA-BASE            PIC 9(008).
       77 WS-OPCAO-BAIXA             PIC X(01).
           88 CONFIRMA-BAIXA         VALUE IS "S" "s".
       77 WS-MOV-PROX-SEQ            PIC 9(003).
       77 WS-MOV-PROX-LOTE           PIC 9(003).
       77 WS-MOV-ULT-LOTE            PIC 9(003).
       77 WS-MOV-ULT-DATA            PIC 9(008).
       77 WS-MOV-ANT-DATA            PIC 9(008).
       77 WS-MOV-TIPO                PIC X(01).
       77 WS-MOV-VALOR               PIC 9(009)V9(002).
       77 WS-FIM-MOV                 PIC 9(001).
           88 FIM-MOV                VALUE 1.
       77 WS-EST-PAGO                PIC 9(009)V9(002).
       77 WS-EST-JUROS               PIC 9(009)V9(002).
       77 WS-EST-MULTA               PIC 9(009)V9(002).
       77 WS-EST-DESCONTO            PIC 9(009)V9(002).
       77 WS-EST-ENCARGOS            PIC 9(009)V9(002).
       77 WS-EST-SALDO-ANTES         PIC 9(009)V9(002).
       77 WS-PAR-HS                  PIC X(066).
       77 WS-EXTR-TITULO             PIC 9(007).
       77 WS-EXTR-CLIENTE            PIC 9(007).
       77 WS-EXTR-LINHAS             PIC 9(007).
       77 WS-EXTR-QTD-TIT            PIC 9(005).
       77 WS-EXTR-TOT-VALOR          PIC 9(011)V9(002).
       77 WS-EXTR-TOT-PAGO           PIC 9(011)V9(002).
       77 WS-EXTR-TOT-ENCARGOS       PIC 9(011)V9(002).
       77 WS-EXTR-TOT-DESCONTO       PIC 9(011)V9(002).
       77 WS-EXTR-TOT-SALDO          PIC 9(011)V9(002).
       01 WS-LINHA-EXTRATO-TIT.
           05 FILLER                 PIC X(07) VALUE "TITULO ".
           05 WS-EXTT-NUM            PIC 9(007).
           05 FILLER                 PIC X(06) VALUE " PARC ".
           05 WS-EXTT-PARC           PIC 9(002).
           05 FILLER                 PIC X(01) VALUE "/".
           05 WS-EXTT-QTD            PIC 9(002).
           05 FILLER                 PIC X(06) VALUE " VENC ".
           05 WS-EXTT-VENC           PIC 9(008).
           05 FILLER                 PIC X(07) VALUE " VALOR ".
           05 WS-EXTT-VALOR          PIC Z(008)9.9(02).
           05 FILLER                 PIC X(07) VALUE " SALDO ".
           05 WS-EXTT-SALDO          PIC Z(008)9.9(02).
           05 FILLER                 PIC X(05) VALUE " SIT ".
           05 WS-EXTT-SIT            PIC X(01).
       01 WS-LINHA-EXTRATO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-DATA           PIC 9(008).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-LOTE           PIC Z(002)9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-TIPO           PIC X(012).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-VALOR          PIC Z(008)9.9(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-SALDO          PIC Z(008)9.9(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-SIT            PIC X(009).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EXTR-OPERADOR       PIC X(020).
       77 WS-BCO-LIDOS               PIC 9(005).
       77 WS-BCO-BAIXADOS            PIC 9(005).
       77 WS-BCO-EXCECOES            PIC 9(005).
       77 WS-BCO-QTD-TIT             PIC 9(005).
       77 WS-BCO-TOTAL               PIC 9(013)V9(002).
       77 WS-BCO-DEVIDO              PIC 9(011)V9(002).
       77 WS-BCO-ULT-TITULO          PIC 9(007).
       01 WS-FIM-RET                 PIC 9(01).
           88 FIM-RET VALUE IS 1.
       01 WS-REM-HEADER.
           05 FILLER                 PIC X(01) VALUE "0".
           05 FILLER                 PIC X(07) VALUE "REMESSA".
           05 WS-REMH-EMPRESA        PIC 9(003).
           05 WS-REMH-NUMERO         PIC 9(005).
           05 WS-REMH-DATA           PIC 9(008).
           05 FILLER                 PIC X(076) VALUE SPACES.
       01 WS-REM-DETALHE.
           05 FILLER                 PIC X(01) VALUE "1".
           05 WS-REMD-TITULO         PIC 9(007).
           05 WS-REMD-PARCELA        PIC 9(002).
           05 WS-REMD-QTD            PIC 9(002).
           05 WS-REMD-EMISSAO        PIC 9(008).
           05 WS-REMD-VENCIMENTO     PIC 9(008).
           05 WS-REMD-VALOR          PIC 9(009)V9(002).
           05 WS-REMD-CNPJ           PIC X(014).
           05 WS-REMD-RAZAO          PIC X(040).
           05 FILLER                 PIC X(007) VALUE SPACES.
       01 WS-REM-TRAILER.
           05 FILLER                 PIC X(01) VALUE "9".
           05 WS-REMT-QTD            PIC 9(006).
           05 WS-REMT-TOTAL          PIC 9(013)V9(002).
           05 FILLER                 PIC X(078) VALUE SPACES.
       01 WS-LINHA-RETORNO.
           05 WS-LRET-TITULO         PIC 9(007).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRET-DATA           PIC 9(008).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRET-PAGO           PIC Z(008)9.9(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRET-DEVIDO         PIC Z(008)9.9(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRET-MOTIVO         PIC X(050).
       01 WS-ARQ-FIM-TIT             PIC 9(01).
           88 ARQ-FIM-TIT VALUE IS 1.
       01 WS-ARQ-FIM-META            PIC 9(01).
           05 WS-SNAP-DATA-PEDIDO    PIC 9(008).
           05 WS-SNAP-VALOR-PEDIDO   PIC 9(009)V9(002).
           05 WS-SNAP-SITUACAO-PED   PIC X(01).
           05 WS-SNAP-CONDPAG-PED    PIC 9(003).
       77 WS-META-PCT                PIC 9(003)V9(001).
       01 WS-METAS-NOVOS.
           05 WS-META-NOVOS-V        PIC 9(005) OCCURS 999 TIMES.
       77 WS-TOT-FATURADO-GERAL     PIC 9(013)V9(002).
       77 WS-TOT-COMISSAO-GERAL     PIC 9(013)V9(002).
       77 WS-QTD-VEND-COMISSAO      PIC 9(005).
       77 WS-TOT-ESTORNO-GERAL      PIC 9(013)V9(002).
       77 WS-LCM-LIQUIDO            PIC S9(011)V9(002).
       77 WS-LCM-PROX-SEQ           PIC 9(003).
       77 WS-LCM-VENDEDOR           PIC 9(003).
       77 WS-LCM-BASE               PIC 9(009)V9(002).
       77 WS-LCM-QTD-COMISSAO       PIC 9(005).
       77 WS-LCM-QTD-ESTORNO        PIC 9(005).
       77 WS-LCM-FILTRO-VEND        PIC 9(003).
       77 WS-LCM-FILTRO-COMP        PIC 9(006).
       77 WS-LCM-LINHAS             PIC 9(007).
       77 WS-LCM-TOT-COMISSAO       PIC 9(011)V9(002).
       77 WS-LCM-TOT-ESTORNO        PIC 9(011)V9(002).
       77 WS-LCM-TOT-LIQUIDO        PIC S9(011)V9(002).
       01 WS-FIM-LCM                PIC 9(01).
           88 FIM-LCM VALUE IS 1.
       77 WS-EST-PRODUTO            PIC 9(005).
       77 WS-EST-TIPO               PIC X(01).
       77 WS-EST-TIPO-PED           PIC X(01).
       77 WS-EST-QTD                PIC S9(007).
       77 WS-EST-DOCUMENTO          PIC X(015).
       77 WS-EST-EMPRESA            PIC 9(003).
       77 WS-EST-PEDIDO             PIC 9(007).
       77 WS-EST-SEQ-ITEM           PIC 9(003).
       77 WS-EST-DISPONIVEL         PIC S9(007).
       77 WS-EST-PROD-ANT           PIC 9(005).
       77 WS-EST-QTD-ANT            PIC 9(005).
       77 WS-EST-QTD-TELA           PIC 9(007).
       77 WS-EST-TIPO-TELA          PIC X(01).
           88 EST-TELA-ENTRADA      VALUE "E" "e".
           88 EST-TELA-AJUSTE       VALUE "A" "a".
       77 WS-EST-SALDO-ANT          PIC S9(007).
       77 WS-EST-MINIMO-ANT         PIC 9(007).
       77 WS-EST-MINIMO-NOVO        PIC 9(007).
       77 WS-EST-ITENS              PIC 9(005).
       77 WS-EST-LINHAS             PIC 9(007).
       77 WS-EST-ABAIXO             PIC 9(005).
       77 WS-EST-SUGESTAO           PIC 9(007).
       77 WS-EST-DISP-ED            PIC -(006)9.
       77 WS-EST-SALDO-ED           PIC -(006)9.
       01 WS-EST-ITEM-NOVO          PIC X(032).
       01 WS-EST-EXISTE             PIC 9(01).
           88 EST-EXISTE VALUE IS 1.
       01 WS-EST-RESERVA            PIC 9(01).
           88 RESERVA-ESTOQUE VALUE IS 1.
       01 WS-EST-SO-REPOSICAO       PIC 9(01).
           88 SO-REPOSICAO VALUE IS 1.
       01 WS-FIM-EST                PIC 9(01).
           88 FIM-EST VALUE IS 1.
       77 WS-PRC-LISTA              PIC 9(007)V9(002).
       77 WS-PRC-ACHADO             PIC 9(007)V9(002).
       77 WS-PRC-DATA               PIC 9(008).
       77 WS-PRC-TIPO               PIC X(001).
       77 WS-PRC-ALVO               PIC 9(007).
       77 WS-PRC-PCT-DESC           PIC 9(003)V9(002).
       77 WS-PRC-PCT-MAX            PIC 9(002)V9(002).
       77 WS-PRC-LIBERADO           PIC X(001).
       77 WS-ALC-VENDEDOR           PIC 9(003).
       77 WS-ALC-PCT-ANT            PIC 9(002)V9(002).
       77 WS-DSC-VENDEDOR           PIC 9(003).
       77 WS-DSC-LINHAS             PIC 9(007).
       77 WS-DSC-VALOR-LISTA        PIC 9(011)V9(002).
       77 WS-DSC-VALOR-VENDA        PIC 9(011)V9(002).
       77 WS-DSC-VEND-LISTA         PIC 9(011)V9(002).
       77 WS-DSC-VEND-VENDA         PIC 9(011)V9(002).
       77 WS-DSC-TOT-LISTA          PIC 9(013)V9(002).
       77 WS-DSC-TOT-VENDA          PIC 9(013)V9(002).
       77 WS-DSC-PCT-MEDIO          PIC 9(003)V9(002).
       77 WS-DSC-VEND-NOVO          PIC 9(003).
       01 WS-DSC-REG-ANT            PIC X(097).
       01 WS-PRC-ACHOU              PIC 9(01).
           88 PRC-ACHOU VALUE IS 1.
       01 WS-PRC-SUGERIDO           PIC 9(01).
           88 PRECO-SUGERIDO VALUE IS 1.
       01 WS-DESC-EXCEDIDO          PIC 9(01).
           88 DESCONTO-EXCEDIDO VALUE IS 1.
       01 WS-FIM-TPR                PIC 9(01).
           88 FIM-TPR VALUE IS 1.
       01 WS-FIM-DSC                PIC 9(01).
           88 FIM-DSC VALUE IS 1.
       77 WS-COB-DIAS-LEMB          PIC 9(003).
       77 WS-COB-DIAS-NOTIF         PIC 9(003).
       77 WS-COB-DIAS-BLOQ          PIC 9(003).
       77 WS-COB-NIVEL              PIC 9(001).
       77 WS-COB-NIVEL-ANT          PIC 9(001).
       77 WS-COB-VENDEDOR           PIC 9(003).
       77 WS-COB-EM-ATRASO          PIC 9(005).
       77 WS-COB-CARTAS             PIC 9(005).
       77 WS-COB-BLOQUEADOS         PIC 9(005).
       77 WS-COB-LIBERADOS          PIC 9(005).
       77 WS-COB-LINHAS             PIC 9(007).
       77 WS-COB-VEND-QTD           PIC 9(005).
       77 WS-COB-VEND-VALOR         PIC 9(013)V9(002).
       77 WS-COB-TOT-VALOR          PIC 9(013)V9(002).
       77 WS-COB-ATRASO-ED          PIC Z(004)9.
       77 WS-COB-VALOR-ED           PIC Z(010)9.9(02).
       01 WS-FIM-COB                PIC 9(01).
           88 FIM-COB VALUE IS 1.
       01 WS-COB-CABECALHO          PIC 9(01).
           88 COB-CABECALHO-IMPRESSO VALUE IS 1.
       01 WS-LINHA-CARTA-TIT.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-LCT-TITULO         PIC 9(007).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-LCT-PARCELA        PIC 9(002).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCT-VENCIMENTO     PIC 9(008).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCT-ATRASO         PIC Z(004)9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCT-SALDO          PIC Z(008)9.9(02).
       01 WS-LINHA-INADIMPLENTE.
           05 WS-LINA-CLIENTE       PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LINA-RAZAO         PIC X(030).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LINA-QTD           PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LINA-VALOR         PIC Z(010)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LINA-ATRASO        PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LINA-NIVEL         PIC X(012).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LINA-BLOQUEIO      PIC X(001).
       77 WS-DEV-PEDIDO             PIC 9(007).
       77 WS-DEV-MOTIVO             PIC 9(002).
       77 WS-DEV-NUMERO             PIC 9(007).
       77 WS-DEV-CLIENTE            PIC 9(007).
       77 WS-DEV-VENDEDOR           PIC 9(003).
       77 WS-DEV-VALOR              PIC 9(011)V9(002).
       77 WS-DEV-RESTANTE           PIC 9(011)V9(002).
       77 WS-DEV-ABATIDO            PIC 9(011)V9(002).
       77 WS-DEV-ABATE              PIC 9(009)V9(002).
       77 WS-DEV-QTD-JA             PIC 9(005).
       77 WS-DEV-QTD-TELA           PIC 9(005).
       77 WS-DEV-QTD-ITENS          PIC 9(003).
       77 WS-DEV-QTD-TIT            PIC 9(003).
       77 WS-DEV-IND                PIC 9(003).
       77 WS-DEV-ULT-TITULO         PIC 9(007).
       77 WS-DEV-CRED-RESTA         PIC 9(011)V9(002).
       77 WS-DEV-CRED-TIT           PIC 9(011)V9(002).
       77 WS-DEV-CRED-ANT           PIC 9(011)V9(002).
       77 WS-DEV-LINHAS             PIC 9(007).
       77 WS-DEV-TOT-QTD            PIC 9(007).
       77 WS-DEV-TOT-VALOR          PIC 9(013)V9(002).
       77 WS-MOV-LOTE-CREDITO       PIC 9(003).
       77 WS-LCM-DEVOLVIDO          PIC 9(011)V9(002).
       77 WS-LCM-DEVOL-COMP         PIC 9(011)V9(002).
       01 WS-DEV-ITEM-OK            PIC 9(01).
           88 DEV-ITEM-OK VALUE IS 1.
       01 WS-CRD-EXISTE             PIC 9(01).
           88 CRD-EXISTE VALUE IS 1.
       01 WS-FIM-DEV                PIC 9(01).
           88 FIM-DEV VALUE IS 1.
       01 WS-DEV-ITENS.
           05 WS-DEVT OCCURS 99 TIMES.
              10 WS-DEVT-SEQ        PIC 9(003).
              10 WS-DEVT-PRODUTO    PIC 9(005).
              10 WS-DEVT-QTD        PIC 9(005).
              10 WS-DEVT-PRECO      PIC 9(007)V9(002).
       01 WS-DEV-TITULOS.
           05 WS-DEV-TIT-NUM        PIC 9(007) OCCURS 99 TIMES.
       01 WS-DEV-MOTIVOS-VAL.
           05 FILLER                PIC X(020) VALUE "AVARIA".
           05 FILLER                PIC X(020) VALUE "ERRO NO PEDIDO".
           05 FILLER                PIC X(020) VALUE "VALIDADE".
           05 FILLER                PIC X(020) VALUE "COMERCIAL".
           05 FILLER                PIC X(020) VALUE "OUTROS".
       01 WS-DEV-MOTIVOS REDEFINES WS-DEV-MOTIVOS-VAL.
           05 WS-DEV-MOTIVO-DESC    PIC X(020) OCCURS 5 TIMES.
       01 WS-DEV-POR-MOTIVO.
           05 WS-DEVM OCCURS 5 TIMES.
              10 WS-DEVM-QTD        PIC 9(007).
              10 WS-DEVM-VALOR      PIC 9(013)V9(002).
       01 WS-DEV-POR-VENDEDOR.
           05 WS-DEVV OCCURS 999 TIMES.
              10 WS-DEVV-QTD        PIC 9(007).
              10 WS-DEVV-VALOR      PIC 9(013)V9(002).
       01 WS-LINHA-DEVOLUCAO.
           05 WS-LDEV-NUMERO        PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-DATA          PIC 9(008).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-PEDIDO        PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-CLIENTE       PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-VENDEDOR      PIC 9(003).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-PRODUTO       PIC 9(005).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-QTD           PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-VALOR         PIC Z(008)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDEV-MOTIVO        PIC X(020).
       01 WS-LINHA-DEV-RESUMO.
           05 WS-LDR-ROTULO         PIC X(030).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDR-QTD            PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDR-VALOR          PIC Z(012)9.9(02).
       77 WS-ABC-DATA-INI           PIC 9(008).
       77 WS-ABC-DATA-FIM           PIC 9(008).
       77 WS-ABC-QTD-PROD           PIC 9(004).
       77 WS-ABC-QTD-CLI            PIC 9(004).
       77 WS-ABC-IND                PIC 9(004).
       77 WS-ABC-POS                PIC 9(004).
       77 WS-ABC-ESCOLHIDO          PIC 9(004).
       77 WS-ABC-QTD-LIQ            PIC 9(005).
       77 WS-ABC-VALOR-ITEM         PIC 9(011)V9(002).
       77 WS-ABC-TOT-VALOR          PIC 9(013)V9(002).
       77 WS-ABC-TOT-QTD            PIC 9(009).
       77 WS-ABC-ACUM               PIC 9(013)V9(002).
       77 WS-ABC-BASE               PIC 9(013)V9(002).
       77 WS-ABC-ITEM               PIC 9(013)V9(002).
       77 WS-ABC-MAIOR              PIC 9(013)V9(002).
       77 WS-ABC-PCT                PIC 9(003)V9(002).
       77 WS-ABC-PCT-ACUM           PIC 9(003)V9(002).
       77 WS-ABC-PCT-ANT            PIC 9(003)V9(002).
       77 WS-ABC-CLASSE             PIC X(001).
       77 WS-ABC-LINHAS             PIC 9(007).
       77 WS-ABC-TIPO-CSV           PIC X(012).
       77 WS-ABC-SEM-REG-VALOR      PIC 9(013)V9(002).
       01 WS-ABC-CRITERIO           PIC X(01).
           88 ABC-POR-VALOR VALUE IS "V".
           88 ABC-POR-QTD   VALUE IS "Q".
       01 WS-ABC-CSV-OK             PIC 9(01).
           88 ABC-CSV-OK VALUE IS 1.
       01 WS-ABC-PRODUTOS.
           05 WS-ABCP OCCURS 2000 TIMES.
              10 WS-ABCP-COD        PIC 9(005).
              10 WS-ABCP-QTD        PIC 9(009).
              10 WS-ABCP-VALOR      PIC 9(013)V9(002).
              10 WS-ABCP-USADO      PIC 9(001).
       01 WS-ABC-CLIENTES.
           05 WS-ABCC OCCURS 3000 TIMES.
              10 WS-ABCC-EMPRESA    PIC 9(003).
              10 WS-ABCC-COD        PIC 9(007).
              10 WS-ABCC-REGIAO     PIC 9(003).
              10 WS-ABCC-VALOR      PIC 9(013)V9(002).
              10 WS-ABCC-USADO      PIC 9(001).
       01 WS-ABC-REGIOES.
           05 WS-ABCR OCCURS 999 TIMES.
              10 WS-ABCR-VALOR      PIC 9(013)V9(002).
              10 WS-ABCR-QTD-A      PIC 9(005).
              10 WS-ABCR-QTD-B      PIC 9(005).
              10 WS-ABCR-QTD-C      PIC 9(005).
       01 WS-ABC-SEM-REGIAO.
           05 WS-ABCS-QTD-A         PIC 9(005).
           05 WS-ABCS-QTD-B         PIC 9(005).
           05 WS-ABCS-QTD-C         PIC 9(005).
       01 WS-LINHA-ABC.
           05 WS-LABC-POS           PIC Z(003)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-CODIGO        PIC X(011).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-DESCRICAO     PIC X(030).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-QTD           PIC Z(008)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-VALOR         PIC Z(010)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-PCT           PIC ZZ9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-ACUM          PIC ZZ9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABC-CLASSE        PIC X(001).
       01 WS-LINHA-ABC-REGIAO.
           05 WS-LABR-REGIAO        PIC X(034).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABR-VALOR         PIC Z(010)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABR-PCT           PIC ZZ9.9(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LABR-QTD-A         PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABR-QTD-B         PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LABR-QTD-C         PIC Z(004)9.
       77 WS-RSC-DIAS               PIC 9(003).
       77 WS-RSC-PCT                PIC 9(003).
       77 WS-RSC-HOJE-INT           PIC 9(009).
       77 WS-RSC-DIA-PED            PIC 9(009).
       77 WS-RSC-DIAS-SEM           PIC 9(009).
       77 WS-RSC-IND                PIC 9(004).
       77 WS-RSC-QUEDA              PIC 9(003).
       77 WS-RSC-MOTIVO             PIC X(002).
       77 WS-RSC-ULT-VISITA         PIC 9(008).
       77 WS-RSC-ULT-RESULTADO      PIC X(001).
       77 WS-RSC-ANALISADOS         PIC 9(007).
       77 WS-RSC-EM-RISCO           PIC 9(007).
       77 WS-RSC-NOVOS              PIC 9(007).
       77 WS-RSC-RETORNOS           PIC 9(007).
       77 WS-RSC-VEND-QTD           PIC 9(005).
       77 WS-RSC-LINHAS             PIC 9(007).
       77 WS-RSC-HIST-TOTAL         PIC 9(007).
       77 WS-RSC-HIST-RECUP         PIC 9(007).
       77 WS-RSC-HIST-PEND          PIC 9(007).
       77 WS-RSC-QTD-RET            PIC 9(003).
       01 WS-FIM-RSC                PIC 9(01).
           88 FIM-RSC VALUE IS 1.
       01 WS-RSC-PENDENTE           PIC 9(01).
           88 RSC-TEM-PENDENTE VALUE IS 1.
       01 WS-RSC-CLIENTES.
           05 WS-RSCC OCCURS 2000 TIMES.
              10 WS-RSCC-ULT-DATA   PIC 9(008).
              10 WS-RSCC-ULT-PEDIDO PIC 9(007).
              10 WS-RSCC-RECENTE    PIC 9(011)V9(002).
              10 WS-RSCC-ANTERIOR   PIC 9(011)V9(002).
       01 WS-RSC-RETORNO-TAB.
           05 WS-RSCR OCCURS 500 TIMES.
              10 WS-RSCR-CLIENTE    PIC 9(007).
              10 WS-RSCR-VENDEDOR   PIC 9(003).
              10 WS-RSCR-ALERTA     PIC 9(008).
              10 WS-RSCR-RETORNO    PIC 9(008).
              10 WS-RSCR-PEDIDO     PIC 9(007).
       01 WS-LINHA-RISCO.
           05 WS-LRSC-SEQ           PIC Z(003)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-CLIENTE       PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-RAZAO         PIC X(022).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-ULT-PED       PIC 9(008).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-DIAS          PIC Z(003)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-ULT-VIS       PIC Z(007)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-RESULTADO     PIC X(001).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-ANTERIOR      PIC Z(008)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-RECENTE       PIC Z(008)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-QUEDA         PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LRSC-MOTIVO        PIC X(002).
       01 WS-LINHA-RISCO-RET.
           05 WS-LRTR-CLIENTE       PIC Z(006)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LRTR-VENDEDOR      PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LRTR-ALERTA        PIC 9(008).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LRTR-RETORNO       PIC 9(008).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LRTR-PEDIDO        PIC Z(006)9.
       77 WS-SCO-QTD                PIC 9(005).
       77 WS-SCO-NO-PRAZO           PIC 9(005).
       77 WS-SCO-SOMA-ATRASO        PIC S9(009).
       77 WS-SCO-ATRASO             PIC S9(005).
       77 WS-SCO-ATRASO-MEDIO       PIC S9(004).
       77 WS-SCO-PCT                PIC 9(003)V9(001).
       77 WS-SCO-ATRASO-ED          PIC -ZZ9.
       77 WS-SCO-PCT-ED             PIC ZZ9.9.
       77 WS-SCO-QTD-ED             PIC ZZZ9.
       77 WS-SCO-TEXTO              PIC X(050).
       77 WS-PRJ-HOJE-INT           PIC 9(009).
       77 WS-PRJ-DIA                PIC S9(009).
       77 WS-PRJ-DATA               PIC 9(008).
       77 WS-PRJ-MES-BASE           PIC 9(006).
       77 WS-PRJ-IND                PIC 9(004).
       77 WS-PRJ-CLI                PIC 9(004).
       77 WS-PRJ-VEN                PIC 9(004).
       77 WS-PRJ-QTD-CLI            PIC 9(004).
       77 WS-PRJ-QTD-VEN            PIC 9(004).
       77 WS-PRJ-SEM                PIC 9(004).
       77 WS-PRJ-MES                PIC 9(004).
       77 WS-PRJ-TOTAL              PIC 9(013)V9(002).
       77 WS-PRJ-ALEM               PIC 9(013)V9(002).
       77 WS-PRJ-SEM-HIST           PIC 9(013)V9(002).
       77 WS-PRJ-QTD-TIT            PIC 9(007).
       77 WS-PRJ-LINHAS             PIC 9(007).
       77 WS-PRJ-DATA-INI           PIC 9(008).
       77 WS-PRJ-DATA-FIM           PIC 9(008).
       01 WS-PRJ-SEMANAS.
           05 WS-PRJ-SEMANA-VALOR   PIC 9(013)V9(002) OCCURS 13 TIMES.
       01 WS-PRJ-MESES.
           05 WS-PRJ-MES-ENT OCCURS 4 TIMES.
              10 WS-PRJ-MES-REF     PIC 9(006).
              10 WS-PRJ-MES-VALOR   PIC 9(013)V9(002).
       01 WS-PRJ-EMPRESAS.
           05 WS-PRJE OCCURS 999 TIMES.
              10 WS-PRJE-VALOR      PIC 9(013)V9(002).
              10 WS-PRJE-SEM-HIST   PIC 9(013)V9(002).
              10 WS-PRJE-QTD        PIC 9(007).
       01 WS-PRJ-VENDEDORES.
           05 WS-PRJV OCCURS 999 TIMES.
              10 WS-PRJV-EMPRESA    PIC 9(003).
              10 WS-PRJV-VENDEDOR   PIC 9(003).
              10 WS-PRJV-VALOR      PIC 9(013)V9(002).
              10 WS-PRJV-QTD        PIC 9(007).
       01 WS-PRJ-CLIENTES.
           05 WS-PRJC OCCURS 5000 TIMES.
              10 WS-PRJC-EMPRESA    PIC 9(003).
              10 WS-PRJC-CLIENTE    PIC 9(007).
              10 WS-PRJC-QTD-PAGOS  PIC 9(005).
              10 WS-PRJC-NO-PRAZO   PIC 9(005).
              10 WS-PRJC-SOMA-ATRASO PIC S9(009).
              10 WS-PRJC-ABERTO     PIC 9(013)V9(002).
       01 WS-LINHA-PROJECAO.
           05 WS-LPRJ-ROTULO        PIC X(012).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPRJ-INICIO        PIC 9(008).
           05 FILLER                PIC X(03) VALUE " A ".
           05 WS-LPRJ-FIM           PIC 9(008).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LPRJ-VALOR         PIC Z(012)9.9(02).
       01 WS-LINHA-PROJECAO-GRP.
           05 WS-LPRG-ROTULO        PIC X(040).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPRG-QTD           PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPRG-VALOR         PIC Z(012)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPRG-SEM-HIST      PIC Z(012)9.9(02).
       77 WS-CNS-EMP                PIC 9(004).
       77 WS-CNS-QTD-EMP            PIC 9(004).
       77 WS-CNS-LINHAS             PIC 9(007).
       77 WS-CNS-IND                PIC 9(004).
       77 WS-CNS-GRP                PIC 9(004).
       77 WS-CNS-QTD-GRP            PIC 9(004).
       77 WS-CNS-QTD-COMUM          PIC 9(004).
       77 WS-CNS-ELIM-ATIVOS        PIC 9(007).
       77 WS-CNS-ELIM-INATIVOS      PIC 9(007).
       77 WS-CNS-CNPJ-ANT           PIC X(014).
       77 WS-CNS-RAZAO-ANT          PIC X(040).
       77 WS-CNS-BLOCO-QTD          PIC 9(004).
       77 WS-CNS-BLOCO-ATIVOS       PIC 9(004).
       77 WS-CNS-BLOCO-INATIVOS     PIC 9(004).
       77 WS-CNS-BLOCO-EMPRESA      PIC 9(003).
       77 WS-CNS-BLOCO-OUTRA        PIC 9(001).
       77 WS-CNS-PCT                PIC S9(005)V9(001).
       01 WS-CNS-EMPRESAS.
           05 WS-CNSE OCCURS 999 TIMES.
              10 WS-CNSE-USADA      PIC 9(001).
              10 WS-CNSE-ATIVOS     PIC 9(007).
              10 WS-CNSE-INATIVOS   PIC 9(007).
              10 WS-CNSE-VEND       PIC 9(005).
              10 WS-CNSE-SEM-VEND   PIC 9(007).
              10 WS-CNSE-SEM-VISITA PIC 9(007).
              10 WS-CNSE-FATURADO   PIC 9(013)V9(002).
              10 WS-CNSE-META       PIC 9(013)V9(002).
              10 WS-CNSE-COMISSAO   PIC S9(013)V9(002).
              10 WS-CNSE-ABERTO     PIC 9(013)V9(002).
              10 WS-CNSE-VENCIDO    PIC 9(013)V9(002).
       01 WS-CNS-TOTAL.
           05 WS-CNST-ATIVOS        PIC 9(007).
           05 WS-CNST-INATIVOS      PIC 9(007).
           05 WS-CNST-VEND          PIC 9(005).
           05 WS-CNST-SEM-VEND      PIC 9(007).
           05 WS-CNST-SEM-VISITA    PIC 9(007).
           05 WS-CNST-FATURADO      PIC 9(013)V9(002).
           05 WS-CNST-META          PIC 9(013)V9(002).
           05 WS-CNST-COMISSAO      PIC S9(013)V9(002).
           05 WS-CNST-ABERTO        PIC 9(013)V9(002).
           05 WS-CNST-VENCIDO       PIC 9(013)V9(002).
       01 WS-CNS-GRUPOS.
           05 WS-CNSG OCCURS 1000 TIMES.
              10 WS-CNSG-CNPJ       PIC X(014).
              10 WS-CNSG-RAZAO      PIC X(040).
              10 WS-CNSG-EMPRESAS   PIC 9(003).
              10 WS-CNSG-ABERTO     PIC 9(013)V9(002).
       01 WS-CNS-COMUNS.
           05 WS-CNSC OCCURS 3000 TIMES.
              10 WS-CNSC-EMPRESA    PIC 9(003).
              10 WS-CNSC-CLIENTE    PIC 9(007).
              10 WS-CNSC-GRUPO      PIC 9(004).
       01 WS-CNS-BLOCO.
           05 WS-CNSB OCCURS 50 TIMES.
              10 WS-CNSB-EMPRESA    PIC 9(003).
              10 WS-CNSB-CLIENTE    PIC 9(007).
       01 WS-LINHA-CNS-CAD.
           05 WS-LCC-ROTULO         PIC X(012).
           05 WS-LCC-ATIVOS         PIC -(8)9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCC-INATIVOS       PIC -(8)9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCC-VEND           PIC -(8)9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCC-SEM-VEND       PIC -(8)9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LCC-SEM-VISITA     PIC -(8)9.
       01 WS-LINHA-CNS-VEN.
           05 WS-LCV-ROTULO         PIC X(012).
           05 WS-LCV-FATURADO       PIC Z(012)9.9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCV-META           PIC Z(012)9.9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCV-PCT            PIC ZZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCV-COMISSAO       PIC -(012)9.9(02).
       01 WS-LINHA-CNS-TIT.
           05 WS-LCT-ROTULO         PIC X(012).
           05 WS-LCT-ABERTO         PIC Z(012)9.9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCT-VENCIDO        PIC Z(012)9.9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCT-PCT            PIC ZZZZ9.9.
       01 WS-LINHA-CNS-CNPJ.
           05 WS-LCN-CNPJ           PIC X(014).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCN-RAZAO          PIC X(040).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCN-EMPRESAS       PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LCN-ABERTO         PIC Z(012)9.9(02).
       77 NOMEARQ-PAC               PIC X(070).
       77 WS-SNC-VENDEDOR           PIC 9(003).
       77 WS-SNC-BASE               PIC X(070).
       77 WS-SNC-FIM                PIC 9(001).
           88 SNC-FIM               VALUE 1.
       77 WS-SNC-IND                PIC 9(004).
       77 WS-SNC-IND2               PIC 9(004).
       77 WS-SNC-ACHOU              PIC 9(001).
           88 SNC-ACHOU             VALUE 1.
       77 WS-SNC-QTD-PACOTES        PIC 9(005).
       77 WS-SNC-QTD-CLI            PIC 9(005).
       77 WS-SNC-QTD-PRC            PIC 9(006).
       77 WS-SNC-QTD-TIT            PIC 9(005).
       77 WS-SNC-TOT-CLI            PIC 9(007).
       77 WS-SNC-TOT-TIT            PIC 9(007).
       77 WS-SNC-LINHAS             PIC 9(007).
       77 WS-SNC-VEND-PAC           PIC 9(003).
       77 WS-SNC-VEND-ATUAL         PIC 9(003).
       77 WS-SNC-LIDOS              PIC 9(005).
       77 WS-SNC-VIS-OK             PIC 9(005).
       77 WS-SNC-PED-OK             PIC 9(005).
       77 WS-SNC-ITM-OK             PIC 9(005).
       77 WS-SNC-CONFLITOS          PIC 9(005).
       77 WS-SNC-REJEITADOS         PIC 9(005).
       77 WS-SNC-CLASSE             PIC X(010).
       77 WS-SNC-PENDENTE           PIC 9(001).
           88 SNC-PED-PENDENTE      VALUE 1.
       77 WS-SNC-INVALIDO           PIC 9(001).
           88 SNC-INVALIDO          VALUE 1.
       77 WS-SNC-DUPLICADO          PIC 9(001).
           88 SNC-DUPLICADO         VALUE 1.
       77 WS-SNC-NUM-DISP           PIC 9(007).
       77 WS-SNC-CLIENTE            PIC 9(007).
       77 WS-SNC-DATA               PIC 9(008).
       77 WS-SNC-CONDPAG            PIC 9(003).
       77 WS-SNC-RESULTADO          PIC X(001).
       77 WS-SNC-PED-GERADO         PIC X(001).
       77 WS-SNC-SEQ-VIS            PIC 9(003).
       77 WS-SNC-TOTAL              PIC 9(009)V9(002).
       77 WS-SNC-PROX-PED           PIC 9(007).
       77 WS-SNC-TIPO               PIC X(006).
       77 WS-SNC-REF                PIC 9(007).
       01 WS-SNC-PRODUTOS.
           05 WS-SNC-QTD-PROD       PIC 9(004).
           05 WS-SNCP OCCURS 3000 TIMES.
              10 WS-SNCP-COD        PIC 9(005).
              10 WS-SNCP-DESC       PIC X(030).
              10 WS-SNCP-PRECO      PIC 9(007)V9(002).
       01 WS-SNC-ITENS.
           05 WS-SNC-QTD-ITENS      PIC 9(003).
           05 WS-SNCI OCCURS 99 TIMES.
              10 WS-SNCI-SEQ        PIC 9(003).
              10 WS-SNCI-PRODUTO    PIC 9(005).
              10 WS-SNCI-QTD        PIC 9(005).
              10 WS-SNCI-PRECO      PIC 9(007)V9(002).
       01 WS-LINHA-PACOTE.
           05 WS-LPC-VENDEDOR       PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPC-NOME           PIC X(025).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPC-ARQUIVO        PIC X(030).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPC-CLI            PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPC-PRC            PIC Z(005)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPC-TIT            PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LPC-ROT            PIC Z(004)9.
           05 FILLER                PIC X(015) VALUE SPACES.
       01 WS-LINHA-SINCRONIA.
           05 WS-LSN-CLASSE         PIC X(010).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LSN-TIPO           PIC X(006).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LSN-REF            PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LSN-CLIENTE        PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LSN-DATA           PIC 9(008).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LSN-MOTIVO         PIC X(057).
       77 WS-LGPD-DOC               PIC X(014).
       77 WS-LGPD-BASE              PIC X(040).
       77 WS-LGPD-CONFIRMA          PIC X(001).
       77 WS-LGPD-MODO              PIC X(001).
           88 LGPD-MODO-CONSULTA    VALUE "C".
           88 LGPD-MODO-ANONIMIZA   VALUE "A".
       77 WS-LGPD-CNPJ              PIC X(014).
       77 WS-LGPD-CPF               PIC 9(011).
       77 WS-LGPD-EH-CPF            PIC 9(001).
           88 LGPD-EH-CPF           VALUE 1.
       77 WS-LGPD-BUSCA             PIC X(014).
       77 WS-LGPD-BUSCA-LEN         PIC 9(002).
       77 WS-LGPD-TEXTO             PIC X(066).
       77 WS-LGPD-POS               PIC 9(003).
       77 WS-LGPD-TAM               PIC 9(003).
       77 WS-LGPD-CONT              PIC 9(004).
       77 WS-LGPD-IND               PIC 9(004).
       77 WS-LGPD-QTD-ENT           PIC 9(004).
       77 WS-LGPD-ACHOU             PIC 9(001).
           88 LGPD-ACHOU            VALUE 1.
       77 WS-LGPD-FIM               PIC 9(001).
           88 LGPD-FIM              VALUE 1.
       77 WS-LGPD-TIPO              PIC X(001).
       77 WS-LGPD-EMP               PIC 9(003).
       77 WS-LGPD-COD               PIC 9(007).
       77 WS-LGPD-COD-ED            PIC Z(006)9.
       77 WS-LGPD-COORD             PIC S9(003)V9(002).
       77 WS-LGPD-REG               PIC 9(007).
       77 WS-LGPD-EMP-SALVA         PIC 9(003).
       77 WS-LGPD-NOME-SALVO        PIC X(070).
       77 WS-LGPD-QTD-CAD           PIC 9(007).
       77 WS-LGPD-QTD-MORTO         PIC 9(007).
       77 WS-LGPD-QTD-AUD           PIC 9(007).
       77 WS-LGPD-QTD-HIST          PIC 9(007).
       77 WS-LGPD-QTD-EXP           PIC 9(007).
       77 WS-LGPD-LINHAS            PIC 9(007).
       77 WS-LGPD-TOTAL             PIC 9(007).
       01 WS-LGPD-ENTIDADES.
           05 WS-LGPDE OCCURS 200 TIMES.
              10 WS-LGPDE-TIPO      PIC X(001).
              10 WS-LGPDE-EMPRESA   PIC 9(003).
              10 WS-LGPDE-COD       PIC 9(007).
       01 WS-LINHA-LGPD.
           05 WS-LLG-ARQUIVO        PIC X(014).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LLG-CHAVE          PIC X(030).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LLG-DADOS          PIC X(054).
       01 WS-LINHA-DESCONTO.
           05 WS-LDSC-PEDIDO        PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-SEQ           PIC 9(003).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-CLIENTE       PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-PRODUTO       PIC 9(005).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-QTD           PIC Z(004)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-LISTA         PIC Z(006)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-UNIT          PIC Z(006)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-PCT           PIC ZZ9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-VALOR         PIC Z(008)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDSC-LIBERADO      PIC X(001).
       01 WS-LINHA-ESTOQUE.
           05 WS-LEST-COD           PIC 9(005).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-DESC          PIC X(030).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-SIT           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-ESTOQUE       PIC -(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-RESERVADO     PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-DISPONIVEL    PIC -(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-MINIMO        PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-SUGESTAO      PIC Z(006)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LEST-ULT-MOV       PIC 9(008).
       01 WS-ACUMULADO-COMISSAO.
           05 WS-TOT-COM-VENDEDOR   PIC 9(011)V9(002)
                                    OCCURS 999 TIMES.
       01 WS-ACUMULADO-ESTORNO.
           05 WS-TOT-EST-VENDEDOR   PIC 9(011)V9(002)
                                    OCCURS 999 TIMES.
       01 WS-LINHA-EXT-COMISSAO.
           05 WS-LCX-COMPETENCIA    PIC 9(006).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-TITULO         PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-PEDIDO         PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-CLIENTE        PIC 9(007).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-DATA           PIC 9(008).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-BASE           PIC Z(008)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-PCT            PIC Z9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-VALOR          PIC -Z(008)9.9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LCX-MOTIVO         PIC X(020).
       01 WS-ACUMULADO-PEDIDOS.
           05 WS-TOT-PED-VENDEDOR   PIC 9(011)V9(002)
                                    OCCURS 999 TIMES.
       01 WS-LINHA-COMISSAO.
           05 WS-COM-COD            PIC Z(002)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-COM-NOME           PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-COM-QTD            PIC Z(004)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-COM-PCT            PIC Z9.9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-COM-VALOR          PIC Z(008)9.9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-COM-ESTORNO        PIC Z(008)9.9(02).
       01 WS-LINHA-COMISSAO-TOT.
           05 WS-COMT-ROTULO        PIC X(030).
           05 WS-COMT-VALOR         PIC Z(011)9.9(02).
           05 LINE 17 COLUMN 05 VALUE "O - OPERADOR".
           05 LINE 18 COLUMN 05 VALUE "R - REGIAO".
           05 LINE 19 COLUMN 05 VALUE "T - RESTAURACAO DE ARQUIVADO".
           05 LINE 10 COLUMN 42 VALUE "F - CONDICAO DE PAGAMENTO".
           05 LINE 11 COLUMN 42 VALUE "J - PARAMETROS FINANCEIROS".
           05 LINE 12 COLUMN 42 VALUE "Q - ESTOQUE (ENTRADA/AJUSTE)".
           05 LINE 13 COLUMN 42 VALUE "L - TABELA DE PRECOS".
           05 LINE 14 COLUMN 42 VALUE "D - ALCADA DE DESCONTO".
           05 LINE 20 COLUMN 05 VALUE "X - VOLTAR".
           05 LINE 21 COLUMN 05 VALUE "OPCAO: ".
           05 LINE 21 COLUMN 12 USING WS-OPCAO2 AUTO.
           05 LINE 17 COLUMN 05 VALUE "E - CONSULTA EXECUCOES".
           05 LINE 18 COLUMN 05 VALUE "C - COBERTURA DE VISITAS".
           05 LINE 19 COLUMN 05 VALUE "P - CATALOGO DE RELATORIOS".
           05 LINE 10 COLUMN 42 VALUE "F - EXTRATO FINANCEIRO".
           05 LINE 11 COLUMN 42 VALUE "S - EXTRATO DE COMISSAO".
           05 LINE 12 COLUMN 42 VALUE "Q - POSICAO DE ESTOQUE".
           05 LINE 13 COLUMN 42 VALUE "U - REPOSICAO DE ESTOQUE".
           05 LINE 14 COLUMN 42 VALUE "O - DESCONTOS POR VENDEDOR".
           05 LINE 15 COLUMN 42 VALUE "N - DEVOLUCOES".
           05 LINE 16 COLUMN 42 VALUE "B - CURVA ABC".
           05 LINE 17 COLUMN 42 VALUE "R - PROJECAO DE RECEBIMENTOS".
           05 LINE 18 COLUMN 42 VALUE "Z - CONSOLIDADO DO GRUPO".
           05 LINE 19 COLUMN 42 VALUE "L - DADOS PESSOAIS (LGPD)".
           05 LINE 20 COLUMN 05 VALUE "X - VOLTAR".
           05 LINE 21 COLUMN 05 VALUE "OPCAO: ".
           05 LINE 21 COLUMN 12 USING WS-OPCAO1 AUTO.
           05 LINE 19 COLUMN 05 VALUE "C - CONFERENCIA DE BACKUP".
           05 LINE 20 COLUMN 05 VALUE "M - ARQUIVAMENTO DE INATIVOS".
           05 LINE 21 COLUMN 05 VALUE "D - CONTROLE DIARIO".
           05 LINE 10 COLUMN 42 VALUE "E - ESTORNO DE BAIXA".
           05 LINE 11 COLUMN 42 VALUE "G - REMESSA BANCARIA".
           05 LINE 12 COLUMN 42 VALUE "H - RETORNO BANCARIO".
           05 LINE 13 COLUMN 42 VALUE "K - REGUA DE COBRANCA".
           05 LINE 14 COLUMN 42 VALUE "N - DEVOLUCAO DE PEDIDO".
           05 LINE 15 COLUMN 42 VALUE "J - CLIENTES EM RISCO".
           05 LINE 16 COLUMN 42 VALUE "Y - ANONIMIZACAO (LGPD)".
           05 LINE 17 COLUMN 42 VALUE "S - PACOTE DE CAMPO (ENVIO)".
           05 LINE 18 COLUMN 42 VALUE "U - RETORNO DE CAMPO (CARGA)".
           05 LINE 22 COLUMN 05 VALUE "X - VOLTAR".
           05 LINE 23 COLUMN 05 VALUE "OPCAO: ".
           05 LINE 23 COLUMN 12 USING WS-OPCAO1 AUTO.
           05 LINE 10 COLUMN 27 PIC 9(07) USING COD-CLIENTE
           BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 05 VALUE "CNPJ..........:".
           05 LINE 11 COLUMN 27 PIC X(14) USING CNPJ-CLIENTE.
           05 LINE 12 COLUMN 05 VALUE "RAZAO CLIENTE.:".
           05 LINE 12 COLUMN 27 PIC X(40) USING RAZAO-CLIENTE.
           05 LINE 13 COLUMN 05 VALUE "LATITUDE......:".
           05 LINE 19 COLUMN 27 PIC X(15) USING TELEFONE-CLIENTE.
           05 LINE 20 COLUMN 05 VALUE "E-MAIL........:".
           05 LINE 20 COLUMN 27 PIC X(40) USING EMAIL-CLIENTE.
       01 TELA-SCORE-CLIENTE FOREGROUND-COLOR 6.
           05 LINE 21 COLUMN 05 VALUE "PONTUALIDADE..:".
           05 LINE 21 COLUMN 27 PIC X(50) FROM WS-SCO-TEXTO.
       01 TELA-CADASTRO-VENDEDOR FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CODIGO VENDEDOR:".
           05 LINE 10 COLUMN 27 PIC 9(03) USING COD-VENDEDOR
           05 LINE 14 COLUMN 27 PIC 9(009)V9(002) FROM VALOR-PEDIDO.
           05 LINE 15 COLUMN 05 VALUE "SITUACAO A/F/C:".
           05 LINE 15 COLUMN 27 PIC X(01) USING SITUACAO-PEDIDO.
           05 LINE 16 COLUMN 05 VALUE "COND. PAGTO...:".
           05 LINE 16 COLUMN 27 PIC 9(03) USING COD-CONDPAG-PED.
       01 TELA-ITEM-PEDIDO FOREGROUND-COLOR 6.
           05 LINE 17 COLUMN 05 VALUE "ITEM SEQ......:".
           05 LINE 17 COLUMN 27 PIC 9(03) USING SEQ-ITEM-IT.
           05 LINE 14 COLUMN 27 PIC X(01) USING RESULTADO-VIS.
           05 LINE 15 COLUMN 05 VALUE "GEROU PEDIDO SN:".
           05 LINE 15 COLUMN 27 PIC X(01) USING PEDIDO-GERADO-VIS.
       01 TELA-RISCO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "DIAS SEM PEDIDO.......: ".
           05 LINE 10 COLUMN 29 PIC 9(03) USING WS-RSC-DIAS.
           05 LINE 11 COLUMN 05 VALUE "QUEDA EM 90 DIAS (%)..: ".
           05 LINE 11 COLUMN 29 PIC 9(03) USING WS-RSC-PCT.
       01 TELA-PACOTE-CAMPO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "VENDEDOR (0=TODOS): ".
           05 LINE 10 COLUMN 26 PIC 9(03) USING WS-SNC-VENDEDOR.
           05 LINE 11 COLUMN 05 VALUE "NOME BASE DOS PACOTES: ".
           05 LINE 12 COLUMN 05 PIC X(70) USING WS-SNC-BASE.
       01 TELA-RETORNO-CAMPO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "ARQUIVO DE RETORNO: ".
           05 LINE 11 COLUMN 05 PIC X(70) USING NOMEARQ-PAC.
       01 TELA-LGPD FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CPF OU CNPJ DO TITULAR: ".
           05 LINE 10 COLUMN 29 PIC X(14) USING WS-LGPD-DOC.
       01 TELA-LGPD-ANONIMIZA FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CPF OU CNPJ DO TITULAR: ".
           05 LINE 10 COLUMN 29 PIC X(14) USING WS-LGPD-DOC.
           05 LINE 11 COLUMN 05 VALUE "BASE LEGAL............: ".
           05 LINE 11 COLUMN 29 PIC X(40) USING WS-LGPD-BASE.
           05 LINE 12 COLUMN 05 VALUE "CONFIRMA (S/N)........: ".
           05 LINE 12 COLUMN 29 PIC X(01) USING WS-LGPD-CONFIRMA.
       01 TELA-CONSOLIDADO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "COMPETENCIA (AAAAMM)..: ".
           05 LINE 10 COLUMN 29 PIC 9(06) USING WS-COMPETENCIA.
           05 LINE 11 COLUMN 05 VALUE "DIAS SEM VISITA.......: ".
           05 LINE 11 COLUMN 29 PIC 9(03) USING WS-DIAS-COBERTURA.
       01 TELA-DIAS-COBERTURA FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "DIAS SEM VISITA (N): ".
           05 LINE 10 COLUMN 27 PIC 9(03) USING WS-DIAS-COBERTURA
           05 LINE 10 COLUMN 05 VALUE "DATA VENCIMENTO (AAAAMMDD): ".
           05 LINE 10 COLUMN 34 PIC 9(08) USING WS-VENCIMENTO-FAT
           BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 05 VALUE
              "(APLICADA AOS PEDIDOS SEM CONDICAO DE PAGAMENTO)".
       01 TELA-BAIXA-TITULO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "NUMERO TITULO.:".
           05 LINE 10 COLUMN 27 PIC 9(07) USING NUM-TITULO
           BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 05 VALUE "PEDIDO........:".
           05 LINE 11 COLUMN 27 PIC 9(07) FROM NUM-PEDIDO-TIT.
           05 LINE 11 COLUMN 40 VALUE "PARCELA:".
           05 LINE 11 COLUMN 49 PIC 9(02) FROM PARCELA-TIT.
           05 LINE 11 COLUMN 51 VALUE "/".
           05 LINE 11 COLUMN 52 PIC 9(02) FROM QTD-PARCELAS-TIT.
           05 LINE 12 COLUMN 05 VALUE "CLIENTE.......:".
           05 LINE 12 COLUMN 27 PIC 9(07) FROM COD-CLIENTE-TIT.
           05 LINE 13 COLUMN 05 VALUE "VALOR TITULO..:".
           05 LINE 13 COLUMN 27 PIC 9(09)V9(02) FROM VALOR-TIT.
           05 LINE 14 COLUMN 05 VALUE "VENCIMENTO....:".
           05 LINE 14 COLUMN 27 PIC 9(08) FROM DATA-VENCIMENTO-TIT.
           05 LINE 15 COLUMN 05 VALUE "SALDO ABERTO..:".
           05 LINE 15 COLUMN 27 PIC 9(09)V9(02) FROM SALDO-TIT.
           05 LINE 16 COLUMN 05 VALUE "DATA PAGAMENTO:".
           05 LINE 16 COLUMN 27 PIC 9(08) USING WS-BX-DATA
           BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 05 VALUE "VALOR PAGO....:".
           05 LINE 17 COLUMN 27 PIC 9(09)V9(02) USING WS-BX-VALOR
           BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 05 VALUE "DESCONTO......:".
           05 LINE 18 COLUMN 27 PIC 9(09)V9(02) USING WS-BX-DESCONTO
           BLANK WHEN ZEROS.
       01 TELA-CONFIRMA-BAIXA FOREGROUND-COLOR 6.
           05 LINE 19 COLUMN 05 VALUE "JUROS.........:".
           05 LINE 19 COLUMN 27 PIC 9(09)V9(02) FROM WS-BX-JUROS.
           05 LINE 19 COLUMN 42 VALUE "MULTA:".
           05 LINE 19 COLUMN 49 PIC 9(09)V9(02) FROM WS-BX-MULTA.
           05 LINE 20 COLUMN 05 VALUE "SALDO APOS....:".
           05 LINE 20 COLUMN 27 PIC 9(09)V9(02) FROM WS-BX-SALDO-APOS.
           05 LINE 21 COLUMN 05 VALUE "CONFIRMA A BAIXA? (S/N): ".
           05 LINE 21 COLUMN 31 USING WS-OPCAO-BAIXA AUTO.
       01 TELA-ESTORNO-BAIXA FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "NUMERO TITULO.:".
           05 LINE 10 COLUMN 27 PIC 9(07) USING NUM-TITULO
           BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 05 VALUE "CLIENTE.......:".
           05 LINE 11 COLUMN 27 PIC 9(07) FROM COD-CLIENTE-TIT.
           05 LINE 12 COLUMN 05 VALUE "SALDO ABERTO..:".
           05 LINE 12 COLUMN 27 PIC 9(09)V9(02) FROM SALDO-TIT.
           05 LINE 13 COLUMN 05 VALUE "ULTIMA BAIXA..:".
           05 LINE 13 COLUMN 27 PIC 9(08) FROM WS-MOV-ULT-DATA.
           05 LINE 13 COLUMN 42 VALUE "LOTE:".
           05 LINE 13 COLUMN 48 PIC 9(03) FROM WS-MOV-ULT-LOTE.
           05 LINE 14 COLUMN 05 VALUE "VALOR PAGO....:".
           05 LINE 14 COLUMN 27 PIC 9(09)V9(02) FROM WS-EST-PAGO.
           05 LINE 15 COLUMN 05 VALUE "JUROS E MULTA.:".
           05 LINE 15 COLUMN 27 PIC 9(09)V9(02) FROM WS-EST-ENCARGOS.
           05 LINE 16 COLUMN 05 VALUE "DESCONTO......:".
           05 LINE 16 COLUMN 27 PIC 9(09)V9(02) FROM WS-EST-DESCONTO.
       01 TELA-DEVOLUCAO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "PEDIDO FATURADO:".
           05 LINE 10 COLUMN 27 PIC 9(07) USING WS-DEV-PEDIDO
           BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 05 VALUE "MOTIVO........:".
           05 LINE 11 COLUMN 27 PIC 9(02) USING WS-DEV-MOTIVO
           BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 05 VALUE
              "1=AVARIA 2=ERRO PEDIDO 3=VALIDADE 4=COMERCIAL 5=OUTROS".
       01 TELA-ITEM-DEVOLUCAO FOREGROUND-COLOR 6.
           05 LINE 14 COLUMN 05 VALUE "ITEM/PRODUTO..:".
           05 LINE 14 COLUMN 27 PIC 9(03) FROM SEQ-ITEM-IT.
           05 LINE 14 COLUMN 31 PIC 9(05) FROM COD-PRODUTO-IT.
           05 LINE 14 COLUMN 37 PIC X(30) FROM DESC-PRODUTO.
           05 LINE 15 COLUMN 05 VALUE "QTD FATURADA..:".
           05 LINE 15 COLUMN 27 PIC Z(004)9 FROM QTD-ITEM-IT.
           05 LINE 15 COLUMN 37 VALUE "JA DEVOLVIDA:".
           05 LINE 15 COLUMN 51 PIC Z(004)9 FROM WS-DEV-QTD-JA.
           05 LINE 16 COLUMN 05 VALUE "PRECO UNITARIO:".
           05 LINE 16 COLUMN 27 PIC Z(006)9.9(02) FROM PRECO-UNIT-IT.
           05 LINE 17 COLUMN 05 VALUE "QTD A DEVOLVER:".
           05 LINE 17 COLUMN 27 PIC 9(05) USING WS-DEV-QTD-TELA.
       01 TELA-CONFIRMA-DEVOLUCAO FOREGROUND-COLOR 6.
           05 LINE 19 COLUMN 05 VALUE "VALOR DA NOTA DE CREDITO:".
           05 LINE 19 COLUMN 31 PIC Z(010)9.9(02) FROM WS-DEV-VALOR.
           05 LINE 20 COLUMN 05 VALUE
              "CONFIRMA A DEVOLUCAO? (S/N): ".
           05 LINE 20 COLUMN 34 USING WS-OPCAO-BAIXA AUTO.
       01 TELA-CONFIRMA-ESTORNO FOREGROUND-COLOR 6.
           05 LINE 18 COLUMN 05 VALUE
              "CONFIRMA O ESTORNO DA ULTIMA BAIXA? (S/N): ".
           05 LINE 18 COLUMN 49 USING WS-OPCAO-BAIXA AUTO.
       01 TELA-ARQ-REMESSA FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "ARQUIVO DE REMESSA: ".
           05 LINE 11 COLUMN 05 PIC X(70) USING NOMEARQ-EXP.
       01 TELA-ARQ-RETORNO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "ARQUIVO DE RETORNO: ".
           05 LINE 11 COLUMN 05 PIC X(70) USING NOMEARQ.
       01 TELA-FILTRO-COMISSAO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "VENDEDOR...............: ".
           05 LINE 10 COLUMN 30 PIC 9(03) USING WS-LCM-FILTRO-VEND.
           05 LINE 11 COLUMN 05 VALUE "COMPETENCIA (0=TODAS)..: ".
           05 LINE 11 COLUMN 30 PIC 9(06) USING WS-LCM-FILTRO-COMP.
       01 TELA-LIBERA-DESCONTO FOREGROUND-COLOR 6.
           05 LINE 21 COLUMN 05 VALUE
              "DESCONTO ACIMA DA ALCADA DO VENDEDOR.".
           05 LINE 22 COLUMN 05 VALUE "SUPERVISOR LIBERA? (S/N): ".
           05 LINE 22 COLUMN 32 USING WS-OPCAO-LIBERA AUTO.
       01 TELA-CADASTRO-TABPRECO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "TIPO R/C......:".
           05 LINE 10 COLUMN 27 PIC X(01) USING TIPO-TPR.
           05 LINE 10 COLUMN 30 VALUE "R=REGIAO C=CLIENTE".
           05 LINE 11 COLUMN 05 VALUE "REGIAO/CLIENTE:".
           05 LINE 11 COLUMN 27 PIC 9(07) USING COD-ALVO-TPR
           BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 05 VALUE "PRODUTO.......:".
           05 LINE 12 COLUMN 27 PIC 9(05) USING COD-PRODUTO-TPR
           BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 05 VALUE "INICIO AAAAMMDD:".
           05 LINE 13 COLUMN 27 PIC 9(08) USING DATA-INICIO-TPR
           BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 05 VALUE "FIM (0=ABERTO).:".
           05 LINE 14 COLUMN 27 PIC 9(08) USING DATA-FIM-TPR.
           05 LINE 15 COLUMN 05 VALUE "PRECO DE LISTA:".
           05 LINE 15 COLUMN 27 PIC 9(07)V9(02) USING PRECO-TPR
           BLANK WHEN ZEROS.
       01 TELA-CODIGO-ALCADA FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "VENDEDOR......:".
           05 LINE 10 COLUMN 27 PIC 9(03) USING WS-ALC-VENDEDOR
           BLANK WHEN ZEROS.
       01 TELA-ALCADA FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "VENDEDOR......:".
           05 LINE 10 COLUMN 27 PIC 9(03) FROM WS-ALC-VENDEDOR.
           05 LINE 11 COLUMN 05 VALUE "NOME..........:".
           05 LINE 11 COLUMN 27 PIC X(40) FROM NOME-VENDEDOR.
           05 LINE 12 COLUMN 05 VALUE "DESCONTO MAX %:".
           05 LINE 12 COLUMN 27 PIC 9(02)V9(02)
              USING PCT-MAX-DESC-ALC.
       01 TELA-CODIGO-ESTOQUE FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CODIGO PRODUTO:".
           05 LINE 10 COLUMN 27 PIC 9(05) USING COD-PRODUTO
           BLANK WHEN ZEROS.
       01 TELA-ESTOQUE FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CODIGO PRODUTO:".
           05 LINE 10 COLUMN 27 PIC 9(05) FROM COD-PRODUTO.
           05 LINE 11 COLUMN 05 VALUE "DESCRICAO.....:".
           05 LINE 11 COLUMN 27 PIC X(30) FROM DESC-PRODUTO.
           05 LINE 12 COLUMN 05 VALUE "EM ESTOQUE....:".
           05 LINE 12 COLUMN 27 PIC -(006)9 FROM QTD-ESTOQUE-EST.
           05 LINE 13 COLUMN 05 VALUE "RESERVADO.....:".
           05 LINE 13 COLUMN 27 PIC Z(006)9 FROM QTD-RESERVADA-EST.
           05 LINE 14 COLUMN 05 VALUE "DISPONIVEL....:".
           05 LINE 14 COLUMN 27 PIC -(006)9 FROM WS-EST-DISPONIVEL.
           05 LINE 15 COLUMN 05 VALUE "ESTOQUE MINIMO:".
           05 LINE 15 COLUMN 27 PIC 9(07) USING QTD-MINIMA-EST.
           05 LINE 16 COLUMN 05 VALUE "MOVIMENTO.....:".
           05 LINE 16 COLUMN 27 PIC X(01) USING WS-EST-TIPO-TELA.
           05 LINE 16 COLUMN 30 VALUE "E=ENTRADA A=AJUSTE (CONTAGEM)".
           05 LINE 17 COLUMN 05 VALUE "QUANTIDADE....:".
           05 LINE 17 COLUMN 27 PIC 9(07) USING WS-EST-QTD-TELA
           BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 05 VALUE "DOCUMENTO.....:".
           05 LINE 18 COLUMN 27 PIC X(15) USING WS-EST-DOCUMENTO.
       01 TELA-PARAMETRO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "MULTA POR ATRASO (%).....:".
           05 LINE 10 COLUMN 32 PIC 9(02)V9(02) USING PCT-MULTA-PAR.
           05 LINE 11 COLUMN 05 VALUE "JUROS DE MORA (% AO MES).:".
           05 LINE 11 COLUMN 32 PIC 9(02)V9(02)
              USING PCT-JUROS-MES-PAR.
           05 LINE 12 COLUMN 05 VALUE "DIAS DE CARENCIA.........:".
           05 LINE 12 COLUMN 32 PIC 9(03) USING DIAS-CARENCIA-PAR.
           05 LINE 13 COLUMN 05 VALUE "COBRANCA - LEMBRETE (DIAS):".
           05 LINE 13 COLUMN 33 PIC 9(03) USING DIAS-LEMBRETE-PAR.
           05 LINE 14 COLUMN 05 VALUE "COBRANCA - NOTIFICACAO....:".
           05 LINE 14 COLUMN 33 PIC 9(03) USING DIAS-NOTIFICA-PAR.
           05 LINE 15 COLUMN 05 VALUE "COBRANCA - BLOQUEIO.......:".
           05 LINE 15 COLUMN 33 PIC 9(03) USING DIAS-BLOQUEIO-PAR.
       01 TELA-FILTRO-EXTRATO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "TITULO (0=POR CLIENTE): ".
           05 LINE 10 COLUMN 30 PIC 9(07) USING WS-EXTR-TITULO.
           05 LINE 11 COLUMN 05 VALUE "CLIENTE................: ".
           05 LINE 11 COLUMN 30 PIC 9(07) USING WS-EXTR-CLIENTE.
       01 TELA-CADASTRO-PRODUTO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CODIGO PRODUTO:".
           05 LINE 10 COLUMN 27 PIC 9(05) USING COD-PRODUTO
           05 LINE 12 COLUMN 05 VALUE "PRECO UNITARIO:".
           05 LINE 12 COLUMN 27 PIC 9(07)V9(02) USING PRECO-PRODUTO
           BLANK WHEN ZEROS.
       01 TELA-CADASTRO-CONDPAG FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CODIGO CONDICAO:".
           05 LINE 10 COLUMN 27 PIC 9(03) USING COD-CONDPAG
           BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 05 VALUE "DESCRICAO......:".
           05 LINE 11 COLUMN 27 PIC X(30) USING DESC-CONDPAG.
           05 LINE 12 COLUMN 05 VALUE "QTD. PARCELAS..:".
           05 LINE 12 COLUMN 27 PIC 9(02) USING QTD-PARCELAS-CP
           BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 05 VALUE "PARCELA 1 DIAS.:".
           05 LINE 13 COLUMN 27 PIC 9(03) USING DIAS-PARCELA-CP(1).
           05 LINE 13 COLUMN 33 VALUE "PCT:".
           05 LINE 13 COLUMN 38 PIC 9(03)V9(02) USING PCT-PARCELA-CP(1).
           05 LINE 14 COLUMN 05 VALUE "PARCELA 2 DIAS.:".
           05 LINE 14 COLUMN 27 PIC 9(03) USING DIAS-PARCELA-CP(2).
           05 LINE 14 COLUMN 33 VALUE "PCT:".
           05 LINE 14 COLUMN 38 PIC 9(03)V9(02) USING PCT-PARCELA-CP(2).
           05 LINE 15 COLUMN 05 VALUE "PARCELA 3 DIAS.:".
           05 LINE 15 COLUMN 27 PIC 9(03) USING DIAS-PARCELA-CP(3).
           05 LINE 15 COLUMN 33 VALUE "PCT:".
           05 LINE 15 COLUMN 38 PIC 9(03)V9(02) USING PCT-PARCELA-CP(3).
           05 LINE 16 COLUMN 05 VALUE "PARCELA 4 DIAS.:".
           05 LINE 16 COLUMN 27 PIC 9(03) USING DIAS-PARCELA-CP(4).
           05 LINE 16 COLUMN 33 VALUE "PCT:".
           05 LINE 16 COLUMN 38 PIC 9(03)V9(02) USING PCT-PARCELA-CP(4).
           05 LINE 17 COLUMN 05 VALUE "PARCELA 5 DIAS.:".
           05 LINE 17 COLUMN 27 PIC 9(03) USING DIAS-PARCELA-CP(5).
           05 LINE 17 COLUMN 33 VALUE "PCT:".
           05 LINE 17 COLUMN 38 PIC 9(03)V9(02) USING PCT-PARCELA-CP(5).
           05 LINE 18 COLUMN 05 VALUE "PARCELA 6 DIAS.:".
           05 LINE 18 COLUMN 27 PIC 9(03) USING DIAS-PARCELA-CP(6).
           05 LINE 18 COLUMN 33 VALUE "PCT:".
           05 LINE 18 COLUMN 38 PIC 9(03)V9(02) USING PCT-PARCELA-CP(6).
       01 TELA-EXTRACAO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE
              "TIPO C=CLIENTE V=VENDEDOR A=ATRIBUICAO T=TODOS: ".
           05 LINE 12 COLUMN 05 VALUE
              "EMPRESA (0=CONSOLIDADO).......................: ".
           05 LINE 12 COLUMN 54 PIC 9(03) USING WS-EMPRESA-FILTRO.
       01 TELA-CURVA-ABC FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "DATA INICIAL (AAAAMMDD): ".
           05 LINE 10 COLUMN 31 PIC 9(08) USING WS-ABC-DATA-INI.
           05 LINE 11 COLUMN 05 VALUE "DATA FINAL   (AAAAMMDD): ".
           05 LINE 11 COLUMN 31 PIC 9(08) USING WS-ABC-DATA-FIM.
           05 LINE 12 COLUMN 05 VALUE "EMPRESA (0=CONSOLIDADO): ".
           05 LINE 12 COLUMN 31 PIC 9(03) USING WS-EMPRESA-FILTRO.
       01 TELA-EMPRESA-FILTRO FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "EMPRESA (0=CONSOLIDADO): ".
           05 LINE 10 COLUMN 31 PIC 9(03) USING WS-EMPRESA-FILTRO.
           05 LINE 13 COLUMN 27 PIC X(01) USING PERFIL-OPERADOR.
       01 TELA-CADASTRO-CEP FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 05 VALUE "CNPJ..........:".
           05 LINE 10 COLUMN 27 PIC X(14) USING CNPJ-CEP.
           05 LINE 11 COLUMN 05 VALUE "LATITUDE......:".
           05 LINE 11 COLUMN 27 PIC S9(003)V9(008) USING LAT-CEP.
           05 LINE 12 COLUMN 05 VALUE "LONGITUDE.....:".
                 ARQ-COMPETENCIA ARQ-META ARQ-EXECUCAO ARQ-GERACAO
                 ARQ-VISITA ARQ-CONTROLE ARQ-CATALOGO
                 ARQ-AUDITORIA ARQ-OPERADOR ARQ-REGIAO
                 ARQ-CONDPAG ARQ-PARAMETRO ARQ-MOVTIT ARQ-COMISLAN
                 ARQ-ESTOQUE ARQ-MOVESTQ ARQ-TABPRECO ARQ-ALCADA
                 ARQ-DESCITEM ARQ-COBRANCA ARQ-DEVOLUCAO ARQ-CREDCLI
                 ARQ-RISCO
           STOP RUN
       END-IF
       PERFORM UNTIL ENCERRAR
                               ARQ-GERACAO ARQ-VISITA ARQ-CONTROLE
                               ARQ-CATALOGO
                               ARQ-OPERADOR ARQ-REGIAO
                               ARQ-CONDPAG ARQ-PARAMETRO ARQ-MOVTIT
                               ARQ-COMISLAN ARQ-ESTOQUE ARQ-MOVESTQ
                               ARQ-TABPRECO ARQ-ALCADA ARQ-DESCITEM
                               ARQ-COBRANCA ARQ-DEVOLUCAO ARQ-CREDCLI
                               ARQ-RISCO
                        STOP RUN
               END-EVALUATE
       END-PERFORM.
           PERFORM TRADUZ-RESULTADO-ACESSO
           DISPLAY "ERRO AO ABRIR O ARQUIVO cliente - " WS-MSG
           DISPLAY "SE O ARQUIVO FOR DE VERSAO ANTERIOR, EXECUTE O"
           DISPLAY "UTILITARIO CONVEMP OU CONVCNPJ E SUBSTITUA OS"
           DISPLAY "ARQUIVOS"
           STOP RUN
       END-IF.
       OPEN I-O ARQ-VENDEDOR
               CLOSE ARQ-PRODUTO
               OPEN I-O ARQ-PRODUTO
           END-IF.
       OPEN I-O ARQ-CONDPAG
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-CONDPAG
               CLOSE ARQ-CONDPAG
               OPEN I-O ARQ-CONDPAG
           END-IF.
       OPEN I-O ARQ-PARAMETRO
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-PARAMETRO
               CLOSE ARQ-PARAMETRO
               OPEN I-O ARQ-PARAMETRO
           END-IF.
       OPEN I-O ARQ-MOVTIT
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-MOVTIT
               CLOSE ARQ-MOVTIT
               OPEN I-O ARQ-MOVTIT
           END-IF.
       OPEN I-O ARQ-COMISLAN
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-COMISLAN
               CLOSE ARQ-COMISLAN
               OPEN I-O ARQ-COMISLAN
           END-IF.
       OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF.
       OPEN I-O ARQ-MOVESTQ
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-MOVESTQ
               CLOSE ARQ-MOVESTQ
               OPEN I-O ARQ-MOVESTQ
           END-IF.
       OPEN I-O ARQ-TABPRECO
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-TABPRECO
               CLOSE ARQ-TABPRECO
               OPEN I-O ARQ-TABPRECO
           END-IF.
       OPEN I-O ARQ-ALCADA
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-ALCADA
               CLOSE ARQ-ALCADA
               OPEN I-O ARQ-ALCADA
           END-IF.
       OPEN I-O ARQ-DESCITEM
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-DESCITEM
               CLOSE ARQ-DESCITEM
               OPEN I-O ARQ-DESCITEM
           END-IF.
       OPEN I-O ARQ-COBRANCA
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-COBRANCA
               CLOSE ARQ-COBRANCA
               OPEN I-O ARQ-COBRANCA
           END-IF.
       OPEN I-O ARQ-DEVOLUCAO
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-DEVOLUCAO
               CLOSE ARQ-DEVOLUCAO
               OPEN I-O ARQ-DEVOLUCAO
           END-IF.
       OPEN I-O ARQ-CREDCLI
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-CREDCLI
               CLOSE ARQ-CREDCLI
               OPEN I-O ARQ-CREDCLI
           END-IF.
       OPEN I-O ARQ-RISCO
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-RISCO
               CLOSE ARQ-RISCO
               OPEN I-O ARQ-RISCO
           END-IF.
       OPEN I-O ARQ-PEDIDO-ITEM
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-PEDIDO-ITEM
                        END-IF
                   WHEN REGIAO-CAD
                        PERFORM EXECUTA-TELA-REGIAO
                   WHEN CONDPAG-CAD
                        PERFORM EXECUTA-TELA-CONDPAG
                   WHEN PARAMETRO-CAD
                        MOVE 3 TO WS-NIVEL-EXIGIDO
                        PERFORM VERIFICA-PERMISSAO
                        IF ACESSO-PERMITIDO
                           PERFORM EXECUTA-TELA-PARAMETRO
                        END-IF
                   WHEN TABPRECO-CAD
                        MOVE 3 TO WS-NIVEL-EXIGIDO
                        PERFORM VERIFICA-PERMISSAO
                        IF ACESSO-PERMITIDO
                           PERFORM EXECUTA-TELA-TABPRECO
                        END-IF
                   WHEN ALCADA-CAD
                        MOVE 3 TO WS-NIVEL-EXIGIDO
                        PERFORM VERIFICA-PERMISSAO
                        IF ACESSO-PERMITIDO
                           PERFORM MONTA-TELA-ALCADA
                           PERFORM EXECUTA-TELA-ALCADA
                        END-IF
                   WHEN ESTOQUE-CAD
                        MOVE 2 TO WS-NIVEL-EXIGIDO
                        PERFORM VERIFICA-PERMISSAO
                        IF ACESSO-PERMITIDO
                           PERFORM MONTA-TELA-ESTOQUE
                           PERFORM EXECUTA-TELA-ESTOQUE
                        END-IF
                   WHEN RESTAURACAO
                        MOVE 3 TO WS-NIVEL-EXIGIDO
                        PERFORM VERIFICA-PERMISSAO
                       PERFORM EXECUTA-COBERTURA
                   WHEN CATALOGO
                       PERFORM EXECUTA-CATALOGO
                   WHEN EXTRATO
                       PERFORM MONTA-TELA-FILTRO-EXTRATO
                       PERFORM EXECUTA-EXTRATO
                   WHEN EXTRATO-COMISSAO
                       PERFORM MONTA-TELA-FILTRO-COMISSAO
                       PERFORM EXECUTA-EXTRATO-COMISSAO
                   WHEN POSICAO-ESTOQUE
                       MOVE ZEROS TO WS-EST-SO-REPOSICAO
                       PERFORM EXECUTA-RELATORIO-ESTOQUE
                   WHEN REPOSICAO-ESTOQUE
                       MOVE 1 TO WS-EST-SO-REPOSICAO
                       PERFORM EXECUTA-RELATORIO-ESTOQUE
                   WHEN DESCONTO-VENDEDOR
                       PERFORM MONTA-TELA-COMPETENCIA-FILTRO
                       PERFORM EXECUTA-RELATORIO-DESCONTO
                   WHEN DEVOLUCAO-REL
                       PERFORM MONTA-TELA-COMPETENCIA-FILTRO
                       PERFORM EXECUTA-RELATORIO-DEVOLUCAO
                   WHEN CURVA-ABC
                       PERFORM MONTA-TELA-CURVA-ABC
                       PERFORM EXECUTA-CURVA-ABC
                   WHEN PROJECAO-REC
                       PERFORM MONTA-TELA-EMPRESA-FILTRO
                       PERFORM EXECUTA-PROJECAO
                   WHEN CONSOLIDADO
                       MOVE 4 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                       IF ACESSO-PERMITIDO
                          PERFORM MONTA-TELA-CONSOLIDADO
                          PERFORM EXECUTA-CONSOLIDADO
                       END-IF
                   WHEN LGPD-CONSULTA
                       MOVE 3 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                       IF ACESSO-PERMITIDO
                          PERFORM MONTA-TELA-LGPD
                          PERFORM EXECUTA-CONSULTA-LGPD
                       END-IF
               END-EVALUATE
           END-PERFORM.
           EXIT.
               PERFORM IMPRIME-CABECALHO-CLIENTE
           END-IF
           MOVE COD-CLIENTE  TO WS-REL-COD
           MOVE CNPJ-CLIENTE TO WS-REL-DOC-ALFA
           MOVE RAZAO-CLIENTE TO WS-REL-NOME
           MOVE LAT-CLIENTE  TO WS-REL-LAT
           MOVE LON-CLIENTE  TO WS-REL-LON
                          PERFORM MONTA-TELA-COMPETENCIA
                          PERFORM EXECUTA-REABERTURA
                       END-IF
                   WHEN ESTORNO-BAIXA
                       MOVE 3 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                       IF ACESSO-PERMITIDO
                          PERFORM MONTA-TELA-ESTORNO-BAIXA
                          PERFORM EXECUTA-ESTORNO-BAIXA
                       END-IF
                   WHEN DEVOLUCAO-PED
                       MOVE 3 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                       IF ACESSO-PERMITIDO
                          PERFORM MONTA-TELA-DEVOLUCAO
                          PERFORM EXECUTA-DEVOLUCAO
                       END-IF
                   WHEN PACOTE-CAMPO
                       MOVE 3 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                       IF ACESSO-PERMITIDO
                          PERFORM MONTA-TELA-PACOTE-CAMPO
                          PERFORM EXECUTA-PACOTE-CAMPO
                       END-IF
                   WHEN RETORNO-CAMPO
                       MOVE 3 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                       IF ACESSO-PERMITIDO
                          PERFORM MONTA-TELA-RETORNO-CAMPO
                          PERFORM EXECUTA-RETORNO-CAMPO
                       END-IF
                   WHEN OTHER
                       MOVE 4 TO WS-NIVEL-EXIGIDO
                       PERFORM VERIFICA-PERMISSAO
                   WHEN BAIXA
                       PERFORM MONTA-TELA-BAIXA-TITULO
                       PERFORM EXECUTA-BAIXA-TITULO
                   WHEN REMESSA-BANCO
                       PERFORM MONTA-TELA-ARQUIVO-REMESSA
                       PERFORM EXECUTA-REMESSA
                   WHEN RETORNO-BANCO
                       PERFORM MONTA-TELA-ARQUIVO-RETORNO
                       PERFORM EXECUTA-RETORNO
                   WHEN COBRANCA-LOTE
                       PERFORM EXECUTA-COBRANCA
                   WHEN RISCO-CLIENTE
                       PERFORM MONTA-TELA-RISCO
                       PERFORM EXECUTA-RISCO
                   WHEN LGPD-ANONIMIZACAO
                       PERFORM MONTA-TELA-LGPD-ANONIMIZA
                       PERFORM EXECUTA-ANONIMIZACAO-LGPD
                   WHEN FECHAMENTO
                       PERFORM MONTA-TELA-COMPETENCIA
                       PERFORM EXECUTA-FECHAMENTO
           IF REG-OK
              MOVE MORTO-IMAGEM TO WID-ARQ-CLIENTE
              MOVE "A" TO SITUACAO-CLIENTE
              MOVE 1 TO WS-ARQ
              PERFORM VERIFICA-CNPJ-DUPLICADO
              IF NOT ARQ-OK
                 MOVE ZEROS TO WS-REG
              END-IF
           END-IF
           IF REG-OK
              WRITE WID-ARQ-CLIENTE
                  INVALID KEY
                     MOVE "CODIGO JA EXISTE NO CADASTRO" TO WS-MSG
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-COMISSAO
              IF WS-RESULTADO-ACESSO = ZEROS
                 PERFORM LIMPA-LANCAMENTOS-COMPETENCIA
                 PERFORM APURA-COMISSAO-RECEBIMENTO
                 PERFORM IMPRIME-COMISSAO-VENDEDORES
                 CLOSE ARQ-COMISSAO
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 PERFORM MARCA-COMPETENCIA-FECHADA
                 MOVE "FECHAMENTO GERADO - VER CATALOGO" TO WS-MSG
                 MOVE WS-QTD-VEND-COMISSAO TO WS-EXEC-CONT1
                 MOVE WS-LCM-QTD-COMISSAO TO WS-EXEC-CONT2
                 MOVE WS-LCM-QTD-ESTORNO TO WS-EXEC-CONT3
                 MOVE "O" TO WS-EXEC-RESULTADO
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
           PERFORM MONTA-TELA-COMPETENCIA
           END-PERFORM.
           EXIT.
      *    UM NOVO FECHAMENTO DA MESMA COMPETENCIA (APOS REABERTURA)
      *    DESCARTA OS LANCAMENTOS ANTERIORES DELA E REFAZ A APURACAO.
       LIMPA-LANCAMENTOS-COMPETENCIA SECTION.
           MOVE ZEROS TO WS-FIM-LCM
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-LCM
           MOVE ZEROS TO NUM-TITULO-LCM
           MOVE ZEROS TO SEQ-LCM
           START ARQ-COMISLAN KEY IS NOT LESS THAN CHAVE-LCM
               INVALID KEY
                  MOVE 1 TO WS-FIM-LCM
           END-START
           PERFORM UNTIL FIM-LCM
               READ ARQ-COMISLAN NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-LCM
                   NOT AT END
                      IF COD-EMPRESA-LCM NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-LCM
                      ELSE
                         IF COMPETENCIA-LCM = WS-COMPETENCIA
                            DELETE ARQ-COMISLAN RECORD
                                INVALID KEY
                                   CONTINUE
                            END-DELETE
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           UNLOCK ARQ-COMISLAN.
           EXIT.
      *    COMISSAO PAGA NO RECEBIMENTO: TITULOS LIQUIDADOS NA
      *    COMPETENCIA, SOBRE O VALOR DO TITULO MENOS DESCONTOS (JUROS
      *    E MULTA NAO COMISSIONAM). TITULO REABERTO POR ESTORNO OU
      *    PEDIDO CANCELADO DEVOLVE A COMISSAO JA PAGA.
       APURA-COMISSAO-RECEBIMENTO SECTION.
           MOVE ZEROS TO WS-ACUMULADO-PEDIDOS
           MOVE ZEROS TO WS-QTD-PEDIDOS
           MOVE ZEROS TO WS-ACUMULADO-COMISSAO
           MOVE ZEROS TO WS-ACUMULADO-ESTORNO
           MOVE ZEROS TO WS-LCM-QTD-COMISSAO
           MOVE ZEROS TO WS-LCM-QTD-ESTORNO
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-ALFA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF COD-EMPRESA-TIT = WS-EMPRESA-ATUAL AND
                         COD-VENDEDOR-TIT > ZEROS
                         PERFORM APURA-COMISSAO-TITULO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       APURA-COMISSAO-TITULO SECTION.
           PERFORM SOMA-LANCAMENTOS-TITULO
           PERFORM SOMA-DEVOLUCOES-TITULO
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-PED
           MOVE NUM-PEDIDO-TIT TO NUM-PEDIDO
           READ ARQ-PEDIDO WITH NO LOCK
               INVALID KEY
                  MOVE "A" TO SITUACAO-PEDIDO
           END-READ
           IF WS-LCM-LIQUIDO > ZEROS
              IF NOT TIT-LIQUIDADO OR PED-CANCELADO
                 MOVE "E" TO TIPO-LCM
                 IF PED-CANCELADO
                    MOVE "PEDIDO CANCELADO" TO MOTIVO-LCM
                 ELSE
                    MOVE "BAIXA ESTORNADA" TO MOTIVO-LCM
                 END-IF
                 MOVE WS-LCM-VENDEDOR TO COD-VENDEDOR-LCM
                 MOVE ZEROS TO BASE-LCM
                 MOVE ZEROS TO PCT-LCM
                 MOVE WS-LCM-LIQUIDO TO VALOR-LCM
                 PERFORM GRAVA-LANCAMENTO-COMISSAO
                 ADD VALOR-LCM TO WS-TOT-EST-VENDEDOR(WS-LCM-VENDEDOR)
                 ADD 1 TO WS-LCM-QTD-ESTORNO
              ELSE
                 IF WS-LCM-DEVOL-COMP > ZEROS
                    PERFORM ESTORNA-COMISSAO-DEVOLUCAO
                 END-IF
              END-IF
           ELSE
              IF TIT-LIQUIDADO AND NOT PED-CANCELADO AND
                 DATA-PAGAMENTO-TIT(1:6) = WS-COMPETENCIA-ALFA AND
                 VALOR-TIT - VALOR-DESCONTO-TIT > WS-LCM-DEVOLVIDO
                 MOVE COD-EMPRESA-TIT TO COD-EMPRESA-VEN
                 MOVE COD-VENDEDOR-TIT TO COD-VENDEDOR
                 READ ARQ-VENDEDOR WITH NO LOCK
                     INVALID KEY
                        MOVE ZEROS TO COMISSAO-VENDEDOR
                 END-READ
                 COMPUTE WS-LCM-BASE = VALOR-TIT - VALOR-DESCONTO-TIT
                                     - WS-LCM-DEVOLVIDO
                 MOVE "C" TO TIPO-LCM
                 MOVE "TITULO LIQUIDADO" TO MOTIVO-LCM
                 MOVE COD-VENDEDOR-TIT TO COD-VENDEDOR-LCM
                 MOVE WS-LCM-BASE TO BASE-LCM
                 MOVE COMISSAO-VENDEDOR TO PCT-LCM
                 COMPUTE VALOR-LCM ROUNDED =
                         WS-LCM-BASE * COMISSAO-VENDEDOR / 100
                 PERFORM GRAVA-LANCAMENTO-COMISSAO
                 ADD WS-LCM-BASE
                     TO WS-TOT-PED-VENDEDOR(COD-VENDEDOR-TIT)
                 ADD 1 TO WS-QTD-PED-VENDEDOR(COD-VENDEDOR-TIT)
                 ADD VALOR-LCM
                     TO WS-TOT-COM-VENDEDOR(COD-VENDEDOR-TIT)
                 ADD 1 TO WS-LCM-QTD-COMISSAO
              END-IF
           END-IF.
           EXIT.
      *    SALDO DE COMISSAO JA PAGA SOBRE O TITULO EM OUTRAS
      *    COMPETENCIAS (COMISSOES MENOS ESTORNOS).
       SOMA-LANCAMENTOS-TITULO SECTION.
           MOVE ZEROS TO WS-LCM-LIQUIDO
           MOVE 1 TO WS-LCM-PROX-SEQ
           MOVE COD-VENDEDOR-TIT TO WS-LCM-VENDEDOR
           MOVE ZEROS TO WS-FIM-LCM
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-LCM
           MOVE NUM-TITULO TO NUM-TITULO-LCM
           MOVE ZEROS TO SEQ-LCM
           START ARQ-COMISLAN KEY IS NOT LESS THAN CHAVE-LCM
               INVALID KEY
                  MOVE 1 TO WS-FIM-LCM
           END-START
           PERFORM UNTIL FIM-LCM
               READ ARQ-COMISLAN NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-LCM
                   NOT AT END
                      IF COD-EMPRESA-LCM NOT = COD-EMPRESA-TIT OR
                         NUM-TITULO-LCM NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-LCM
                      ELSE
                         COMPUTE WS-LCM-PROX-SEQ = SEQ-LCM + 1
                         IF COMPETENCIA-LCM NOT = WS-COMPETENCIA
                            IF LCM-COMISSAO
                               ADD VALOR-LCM TO WS-LCM-LIQUIDO
                               MOVE COD-VENDEDOR-LCM
                                 TO WS-LCM-VENDEDOR
                            ELSE
                               SUBTRACT VALOR-LCM FROM WS-LCM-LIQUIDO
                            END-IF
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
      *    MERCADORIA DEVOLVIDA NAO COMISSIONA: ABATIMENTOS E CREDITOS
      *    DE DEVOLUCAO SAEM DA BASE DO TITULO.
       SOMA-DEVOLUCOES-TITULO SECTION.
           MOVE ZEROS TO WS-LCM-DEVOLVIDO
           MOVE ZEROS TO WS-LCM-DEVOL-COMP
           MOVE ZEROS TO WS-FIM-MOV
           MOVE NUM-TITULO TO NUM-TITULO-MOV
           MOVE ZEROS TO SEQ-MOV
           START ARQ-MOVTIT KEY IS NOT LESS THAN CHAVE-MOV
               INVALID KEY
                  MOVE 1 TO WS-FIM-MOV
           END-START
           PERFORM UNTIL FIM-MOV
               READ ARQ-MOVTIT NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-MOV
                   NOT AT END
                      IF NUM-TITULO-MOV NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-MOV
                      ELSE
                         IF MOV-ATIVO AND
                            (MOV-DEVOLUCAO OR MOV-CREDITO)
                            ADD VALOR-MOV TO WS-LCM-DEVOLVIDO
                            IF MOV-CREDITO AND
                               DATA-MOV(1:6) = WS-COMPETENCIA-ALFA
                               ADD VALOR-MOV TO WS-LCM-DEVOL-COMP
                            END-IF
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
      *    DEVOLUCAO DE TITULO CUJA COMISSAO JA FOI PAGA EM COMPETENCIA
      *    ANTERIOR: ESTORNA A COMISSAO DA PARTE DEVOLVIDA.
       ESTORNA-COMISSAO-DEVOLUCAO SECTION.
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-VEN
           MOVE WS-LCM-VENDEDOR TO COD-VENDEDOR
           READ ARQ-VENDEDOR WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COMISSAO-VENDEDOR
           END-READ
           MOVE "E" TO TIPO-LCM
           MOVE "DEVOLUCAO" TO MOTIVO-LCM
           MOVE WS-LCM-VENDEDOR TO COD-VENDEDOR-LCM
           MOVE WS-LCM-DEVOL-COMP TO BASE-LCM
           MOVE COMISSAO-VENDEDOR TO PCT-LCM
           COMPUTE VALOR-LCM ROUNDED =
                   WS-LCM-DEVOL-COMP * COMISSAO-VENDEDOR / 100
           IF VALOR-LCM > WS-LCM-LIQUIDO
              MOVE WS-LCM-LIQUIDO TO VALOR-LCM
           END-IF
           IF VALOR-LCM > ZEROS
              PERFORM GRAVA-LANCAMENTO-COMISSAO
              ADD VALOR-LCM TO WS-TOT-EST-VENDEDOR(WS-LCM-VENDEDOR)
              ADD 1 TO WS-LCM-QTD-ESTORNO
           END-IF.
           EXIT.
       GRAVA-LANCAMENTO-COMISSAO SECTION.
           MOVE COD-EMPRESA-TIT     TO COD-EMPRESA-LCM
           MOVE NUM-TITULO          TO NUM-TITULO-LCM
           MOVE WS-LCM-PROX-SEQ     TO SEQ-LCM
           MOVE WS-COMPETENCIA      TO COMPETENCIA-LCM
           MOVE NUM-PEDIDO-TIT      TO NUM-PEDIDO-LCM
           MOVE COD-CLIENTE-TIT     TO COD-CLIENTE-LCM
           MOVE DATA-PAGAMENTO-TIT  TO DATA-PAGTO-LCM
           MOVE WS-DATA-HOJE        TO DATA-REGISTRO-LCM
           WRITE WID-ARQ-COMISLAN
               INVALID KEY
                  CONTINUE
           END-WRITE
           ADD 1 TO WS-LCM-PROX-SEQ.
           EXIT.
       ACUMULA-PEDIDOS-COMPETENCIA SECTION.
           MOVE ZEROS TO WS-ACUMULADO-PEDIDOS
           MOVE ZEROS TO WS-QTD-PEDIDOS
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-ALFA
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-PED
           MOVE ZEROS TO NUM-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-PEDIDO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF PED-FATURADO AND
                         COD-EMPRESA-PED = WS-EMPRESA-ATUAL AND
                         DATA-PEDIDO(1:6) = WS-COMPETENCIA-ALFA AND
                         COD-VENDEDOR-PED > ZEROS
                         ADD VALOR-PEDIDO TO
                             WS-TOT-PED-VENDEDOR(COD-VENDEDOR-PED)
                         ADD 1 TO
                             WS-QTD-PED-VENDEDOR(COD-VENDEDOR-PED)
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       IMPRIME-COMISSAO-VENDEDORES SECTION.
           MOVE ZEROS TO WS-TOT-FATURADO-GERAL
           MOVE ZEROS TO WS-TOT-COMISSAO-GERAL
           MOVE ZEROS TO WS-TOT-ESTORNO-GERAL
           MOVE ZEROS TO WS-QTD-VEND-COMISSAO
           MOVE SPACES TO WID-ARQ-COMISSAO
           STRING "FECHAMENTO DE COMISSAO - COMPETENCIA "
                  WS-COMPETENCIA DELIMITED BY SIZE
                  INTO WID-ARQ-COMISSAO
           END-STRING
           WRITE WID-ARQ-COMISSAO
           MOVE "COD  NOME VENDEDOR" TO WID-ARQ-COMISSAO
           MOVE "  QTD      RECEBIDO    PCT" TO WID-ARQ-COMISSAO(38:)
           MOVE "      COMISSAO       ESTORNO" TO WID-ARQ-COMISSAO(64:)
           WRITE WID-ARQ-COMISSAO
           MOVE SPACES TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN = WS-EMPRESA-ATUAL AND
                         (WS-QTD-PED-VENDEDOR(COD-VENDEDOR) > ZEROS OR
                          WS-TOT-EST-VENDEDOR(COD-VENDEDOR) > ZEROS)
                         PERFORM IMPRIME-LINHA-COMISSAO
                      END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "VENDEDORES COM COMISSAO.....:" TO WS-COMT-ROTULO
           MOVE WS-QTD-VEND-COMISSAO TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "TOTAL RECEBIDO..............:" TO WS-COMT-ROTULO
           MOVE WS-TOT-FATURADO-GERAL TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "TOTAL COMISSOES.............:" TO WS-COMT-ROTULO
           MOVE WS-TOT-COMISSAO-GERAL TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "TOTAL ESTORNADO.............:" TO WS-COMT-ROTULO
           MOVE WS-TOT-ESTORNO-GERAL TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO.
           EXIT.
       IMPRIME-LINHA-COMISSAO SECTION.
           MOVE COD-VENDEDOR TO WS-COM-COD
           MOVE NOME-VENDEDOR TO WS-COM-NOME
           MOVE WS-QTD-PED-VENDEDOR(COD-VENDEDOR) TO WS-COM-QTD
           MOVE WS-TOT-PED-VENDEDOR(COD-VENDEDOR) TO WS-COM-TOTAL
           MOVE COMISSAO-VENDEDOR TO WS-COM-PCT
           MOVE WS-TOT-COM-VENDEDOR(COD-VENDEDOR) TO WS-COM-VALOR
           MOVE WS-TOT-EST-VENDEDOR(COD-VENDEDOR) TO WS-COM-ESTORNO
           MOVE WS-LINHA-COMISSAO TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           ADD WS-TOT-PED-VENDEDOR(COD-VENDEDOR)
               TO WS-TOT-FATURADO-GERAL
           ADD WS-TOT-COM-VENDEDOR(COD-VENDEDOR)
               TO WS-TOT-COMISSAO-GERAL
           ADD WS-TOT-EST-VENDEDOR(COD-VENDEDOR)
               TO WS-TOT-ESTORNO-GERAL
           ADD 1 TO WS-QTD-VEND-COMISSAO.
           EXIT.
       EXECUTA-RELATORIO-DESCONTO SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "descontos" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-DESCONTO-LST
              IF WS-RESULTADO-ACESSO = ZEROS
                 PERFORM IMPRIME-RELATORIO-DESCONTO
                 CLOSE ARQ-DESCONTO-LST
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 STRING "COMPETENCIA=" WS-COMPETENCIA
                        DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                 END-STRING
                 MOVE WS-DSC-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE "RELATORIO DE DESCONTOS GERADO" TO WS-MSG
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       IMPRIME-RELATORIO-DESCONTO SECTION.
      *    ITENS VENDIDOS ABAIXO DO PRECO DE LISTA, POR VENDEDOR. SEM
      *    CUSTO NO CADASTRO, A MARGEM E MEDIDA CONTRA O PRECO DE LISTA.
           MOVE ZEROS TO WS-DSC-LINHAS
           MOVE ZEROS TO WS-DSC-TOT-LISTA
           MOVE ZEROS TO WS-DSC-TOT-VENDA
           MOVE ZEROS TO WS-DSC-VENDEDOR
           MOVE SPACES TO WID-ARQ-DESCONTO-LST
           STRING "DESCONTOS SOBRE PRECO DE LISTA POR VENDEDOR - "
                  "EMPRESA " WS-EMPRESA-ATUAL
                  DELIMITED BY SIZE INTO WID-ARQ-DESCONTO-LST
           END-STRING
           WRITE WID-ARQ-DESCONTO-LST
           MOVE SPACES TO WID-ARQ-DESCONTO-LST
           IF WS-COMPETENCIA = ZEROS
              MOVE "COMPETENCIA: TODAS" TO WID-ARQ-DESCONTO-LST
           ELSE
              STRING "COMPETENCIA: " WS-COMPETENCIA
                     DELIMITED BY SIZE INTO WID-ARQ-DESCONTO-LST
              END-STRING
           END-IF
           WRITE WID-ARQ-DESCONTO-LST
           MOVE ZEROS TO WS-FIM-DSC
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-DSC
           MOVE ZEROS TO COD-VENDEDOR-DSC
           MOVE ZEROS TO NUM-PEDIDO-DSC
           MOVE ZEROS TO SEQ-ITEM-DSC
           START ARQ-DESCITEM KEY IS NOT LESS THAN CHAVE-DSC
               INVALID KEY
                  MOVE 1 TO WS-FIM-DSC
           END-START
           PERFORM UNTIL FIM-DSC
               READ ARQ-DESCITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-DSC
                   NOT AT END
                      IF COD-EMPRESA-DSC NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-DSC
                      ELSE
                         IF WS-COMPETENCIA = ZEROS OR
                            DATA-PEDIDO-DSC(1:6) = WS-COMPETENCIA
                            PERFORM IMPRIME-LINHA-DESCONTO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           IF WS-DSC-VENDEDOR > ZEROS
              PERFORM IMPRIME-TOTAL-VEND-DESCONTO
           END-IF
           MOVE SPACES TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           MOVE "TOTAL GERAL A PRECO DE LISTA:" TO WS-AGIT-ROTULO
           MOVE WS-DSC-TOT-LISTA TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           MOVE "TOTAL GERAL VENDIDO.........:" TO WS-AGIT-ROTULO
           MOVE WS-DSC-TOT-VENDA TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           MOVE "TOTAL GERAL DE DESCONTO.....:" TO WS-AGIT-ROTULO
           COMPUTE WS-AGIT-VALOR = WS-DSC-TOT-LISTA - WS-DSC-TOT-VENDA
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST.
           EXIT.
       IMPRIME-LINHA-DESCONTO SECTION.
      *    SO ENTRAM ITENS AINDA EXISTENTES, COM O MESMO PRECO, DE
      *    PEDIDOS NAO CANCELADOS.
           MOVE 1 TO WS-REG
           MOVE COD-EMPRESA-DSC TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO-DSC TO NUM-PEDIDO-IT
           MOVE SEQ-ITEM-DSC TO SEQ-ITEM-IT
           READ ARQ-PEDIDO-ITEM WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK
              IF PRECO-UNIT-IT NOT = PRECO-UNIT-DSC OR
                 COD-PRODUTO-IT NOT = COD-PRODUTO-DSC
                 MOVE ZEROS TO WS-REG
              END-IF
           END-IF
           IF REG-OK
              MOVE COD-EMPRESA-DSC TO COD-EMPRESA-PED
              MOVE NUM-PEDIDO-DSC TO NUM-PEDIDO
              READ ARQ-PEDIDO WITH NO LOCK
                  INVALID KEY
                     MOVE ZEROS TO WS-REG
              END-READ
              IF REG-OK AND PED-CANCELADO
                 MOVE ZEROS TO WS-REG
              END-IF
           END-IF
           IF REG-OK
              IF COD-VENDEDOR-DSC NOT = WS-DSC-VENDEDOR
                 IF WS-DSC-VENDEDOR > ZEROS
                    PERFORM IMPRIME-TOTAL-VEND-DESCONTO
                 END-IF
                 PERFORM IMPRIME-CABECALHO-VEND-DESCONTO
              END-IF
              COMPUTE WS-DSC-VALOR-LISTA = QTD-ITEM-IT * PRECO-LISTA-DSC
              COMPUTE WS-DSC-VALOR-VENDA = QTD-ITEM-IT * PRECO-UNIT-IT
              ADD WS-DSC-VALOR-LISTA TO WS-DSC-VEND-LISTA
              ADD WS-DSC-VALOR-VENDA TO WS-DSC-VEND-VENDA
              ADD WS-DSC-VALOR-LISTA TO WS-DSC-TOT-LISTA
              ADD WS-DSC-VALOR-VENDA TO WS-DSC-TOT-VENDA
              MOVE NUM-PEDIDO-DSC TO WS-LDSC-PEDIDO
              MOVE SEQ-ITEM-DSC TO WS-LDSC-SEQ
              MOVE COD-CLIENTE-DSC TO WS-LDSC-CLIENTE
              MOVE COD-PRODUTO-DSC TO WS-LDSC-PRODUTO
              MOVE QTD-ITEM-IT TO WS-LDSC-QTD
              MOVE PRECO-LISTA-DSC TO WS-LDSC-LISTA
              MOVE PRECO-UNIT-DSC TO WS-LDSC-UNIT
              MOVE PCT-DESC-DSC TO WS-LDSC-PCT
              COMPUTE WS-LDSC-VALOR =
                      WS-DSC-VALOR-LISTA - WS-DSC-VALOR-VENDA
              MOVE LIBERADO-DSC TO WS-LDSC-LIBERADO
              MOVE WS-LINHA-DESCONTO TO WID-ARQ-DESCONTO-LST
              WRITE WID-ARQ-DESCONTO-LST
              ADD 1 TO WS-DSC-LINHAS
           END-IF.
           EXIT.
       IMPRIME-CABECALHO-VEND-DESCONTO SECTION.
           MOVE COD-VENDEDOR-DSC TO WS-DSC-VENDEDOR
           MOVE ZEROS TO WS-DSC-VEND-LISTA
           MOVE ZEROS TO WS-DSC-VEND-VENDA
           MOVE COD-EMPRESA-DSC TO COD-EMPRESA-VEN
           MOVE COD-VENDEDOR-DSC TO COD-VENDEDOR
           READ ARQ-VENDEDOR WITH NO LOCK
               INVALID KEY
                  MOVE SPACES TO NOME-VENDEDOR
           END-READ
           MOVE COD-EMPRESA-DSC TO COD-EMPRESA-ALC
           MOVE COD-VENDEDOR-DSC TO COD-VENDEDOR-ALC
           READ ARQ-ALCADA WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO PCT-MAX-DESC-ALC
           END-READ
           MOVE SPACES TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           STRING "VENDEDOR " COD-VENDEDOR-DSC " " NOME-VENDEDOR
                  " ALCADA " PCT-MAX-DESC-ALC "%"
                  DELIMITED BY SIZE INTO WID-ARQ-DESCONTO-LST
           END-STRING
           WRITE WID-ARQ-DESCONTO-LST
           MOVE "PEDIDO  SEQ CLIENTE PROD.   QTD      LISTA   UNITARIO"
             TO WID-ARQ-DESCONTO-LST
           MOVE "   DESC%        DESCONTO L"
             TO WID-ARQ-DESCONTO-LST(55:)
           WRITE WID-ARQ-DESCONTO-LST.
           EXIT.
       IMPRIME-TOTAL-VEND-DESCONTO SECTION.
           MOVE "  VALOR A PRECO DE LISTA....:" TO WS-AGIT-ROTULO
           MOVE WS-DSC-VEND-LISTA TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           MOVE "  VALOR VENDIDO.............:" TO WS-AGIT-ROTULO
           MOVE WS-DSC-VEND-VENDA TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           MOVE "  DESCONTO CONCEDIDO........:" TO WS-AGIT-ROTULO
           COMPUTE WS-AGIT-VALOR = WS-DSC-VEND-LISTA - WS-DSC-VEND-VENDA
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST
           MOVE ZEROS TO WS-DSC-PCT-MEDIO
           IF WS-DSC-VEND-LISTA > ZEROS
              COMPUTE WS-DSC-PCT-MEDIO ROUNDED =
                      (WS-DSC-VEND-LISTA - WS-DSC-VEND-VENDA) * 100
                      / WS-DSC-VEND-LISTA
           END-IF
           MOVE "  DESCONTO MEDIO (%)........:" TO WS-AGIT-ROTULO
           MOVE WS-DSC-PCT-MEDIO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-DESCONTO-LST
           WRITE WID-ARQ-DESCONTO-LST.
           EXIT.
       EXECUTA-RELATORIO-DEVOLUCAO SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "devolucoes" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-DEVOLUCAO-LST
              IF WS-RESULTADO-ACESSO = ZEROS
                 PERFORM IMPRIME-RELATORIO-DEVOLUCAO
                 CLOSE ARQ-DEVOLUCAO-LST
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 STRING "COMPETENCIA=" WS-COMPETENCIA
                        DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                 END-STRING
                 MOVE WS-DEV-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE "RELATORIO DE DEVOLUCOES GERADO" TO WS-MSG
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       IMPRIME-RELATORIO-DEVOLUCAO SECTION.
           MOVE ZEROS TO WS-DEV-LINHAS
           MOVE ZEROS TO WS-DEV-TOT-QTD
           MOVE ZEROS TO WS-DEV-TOT-VALOR
           MOVE ZEROS TO WS-DEV-POR-MOTIVO
           MOVE ZEROS TO WS-DEV-POR-VENDEDOR
           MOVE SPACES TO WID-ARQ-DEVOLUCAO-LST
           STRING "DEVOLUCOES DE PEDIDOS - EMPRESA " WS-EMPRESA-ATUAL
                  DELIMITED BY SIZE INTO WID-ARQ-DEVOLUCAO-LST
           END-STRING
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE SPACES TO WID-ARQ-DEVOLUCAO-LST
           IF WS-COMPETENCIA = ZEROS
              MOVE "COMPETENCIA: TODAS" TO WID-ARQ-DEVOLUCAO-LST
           ELSE
              STRING "COMPETENCIA: " WS-COMPETENCIA
                     DELIMITED BY SIZE INTO WID-ARQ-DEVOLUCAO-LST
              END-STRING
           END-IF
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE SPACES TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE "NOTA    DATA     PEDIDO  CLIENTE VEN PROD.   QTD"
             TO WID-ARQ-DEVOLUCAO-LST
           MOVE "        VALOR MOTIVO" TO WID-ARQ-DEVOLUCAO-LST(48:)
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE ZEROS TO WS-FIM-DEV
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-DEV
           MOVE ZEROS TO NUM-PEDIDO-DEV
           MOVE ZEROS TO SEQ-ITEM-DEV
           MOVE ZEROS TO NUM-DEVOLUCAO
           START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV
               INVALID KEY
                  MOVE 1 TO WS-FIM-DEV
           END-START
           PERFORM UNTIL FIM-DEV
               READ ARQ-DEVOLUCAO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-DEV
                   NOT AT END
                      IF COD-EMPRESA-DEV NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-DEV
                      ELSE
                         IF WS-COMPETENCIA = ZEROS OR
                            DATA-DEV(1:6) = WS-COMPETENCIA
                            PERFORM IMPRIME-LINHA-DEVOLUCAO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE "RESUMO POR MOTIVO" TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           PERFORM VARYING WS-DEV-IND FROM 1 BY 1 UNTIL WS-DEV-IND > 5
               IF WS-DEVM-QTD(WS-DEV-IND) > ZEROS
                  MOVE WS-DEV-MOTIVO-DESC(WS-DEV-IND) TO WS-LDR-ROTULO
                  MOVE WS-DEVM-QTD(WS-DEV-IND) TO WS-LDR-QTD
                  MOVE WS-DEVM-VALOR(WS-DEV-IND) TO WS-LDR-VALOR
                  MOVE WS-LINHA-DEV-RESUMO TO WID-ARQ-DEVOLUCAO-LST
                  WRITE WID-ARQ-DEVOLUCAO-LST
               END-IF
           END-PERFORM
           MOVE SPACES TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE "RESUMO POR VENDEDOR" TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE ZEROS TO WS-ARQ-FIM-VEND
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VEND
           END-START
           PERFORM UNTIL ARQ-FIM-VEND
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN = WS-EMPRESA-ATUAL AND
                         COD-VENDEDOR > ZEROS
                         IF WS-DEVV-QTD(COD-VENDEDOR) > ZEROS
                            MOVE SPACES TO WS-LDR-ROTULO
                            STRING COD-VENDEDOR " " NOME-VENDEDOR
                                   DELIMITED BY SIZE INTO WS-LDR-ROTULO
                            END-STRING
                            MOVE WS-DEVV-QTD(COD-VENDEDOR) TO WS-LDR-QTD
                            MOVE WS-DEVV-VALOR(COD-VENDEDOR)
                              TO WS-LDR-VALOR
                            MOVE WS-LINHA-DEV-RESUMO
                              TO WID-ARQ-DEVOLUCAO-LST
                            WRITE WID-ARQ-DEVOLUCAO-LST
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           MOVE "TOTAL DEVOLVIDO" TO WS-LDR-ROTULO
           MOVE WS-DEV-TOT-QTD TO WS-LDR-QTD
           MOVE WS-DEV-TOT-VALOR TO WS-LDR-VALOR
           MOVE WS-LINHA-DEV-RESUMO TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST.
           EXIT.
       IMPRIME-LINHA-DEVOLUCAO SECTION.
           MOVE NUM-DEVOLUCAO TO WS-LDEV-NUMERO
           MOVE DATA-DEV TO WS-LDEV-DATA
           MOVE NUM-PEDIDO-DEV TO WS-LDEV-PEDIDO
           MOVE COD-CLIENTE-DEV TO WS-LDEV-CLIENTE
           MOVE COD-VENDEDOR-DEV TO WS-LDEV-VENDEDOR
           MOVE COD-PRODUTO-DEV TO WS-LDEV-PRODUTO
           MOVE QTD-DEV TO WS-LDEV-QTD
           MOVE VALOR-DEV TO WS-LDEV-VALOR
           IF MOTIVO-DEV >= 1 AND MOTIVO-DEV <= 5
              MOVE WS-DEV-MOTIVO-DESC(MOTIVO-DEV) TO WS-LDEV-MOTIVO
              ADD QTD-DEV TO WS-DEVM-QTD(MOTIVO-DEV)
              ADD VALOR-DEV TO WS-DEVM-VALOR(MOTIVO-DEV)
           ELSE
              MOVE SPACES TO WS-LDEV-MOTIVO
           END-IF
           IF COD-VENDEDOR-DEV > ZEROS
              ADD QTD-DEV TO WS-DEVV-QTD(COD-VENDEDOR-DEV)
              ADD VALOR-DEV TO WS-DEVV-VALOR(COD-VENDEDOR-DEV)
           END-IF
           ADD QTD-DEV TO WS-DEV-TOT-QTD
           ADD VALOR-DEV TO WS-DEV-TOT-VALOR
           MOVE WS-LINHA-DEVOLUCAO TO WID-ARQ-DEVOLUCAO-LST
           WRITE WID-ARQ-DEVOLUCAO-LST
           ADD 1 TO WS-DEV-LINHAS.
           EXIT.
      *    CURVA ABC DO FATURAMENTO NO PERIODO: PRODUTOS POR VALOR E
      *    POR QUANTIDADE, CLIENTES POR VALOR E RESUMO POR REGIAO. A
      *    MESMA INFORMACAO SAI DELIMITADA EM curvaabc.csv.
       EXECUTA-CURVA-ABC SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              IF WS-ABC-DATA-FIM < WS-ABC-DATA-INI
                 MOVE "DATA FINAL MENOR QUE A INICIAL" TO WS-MSG
              ELSE
                 MOVE "curvaabc" TO WS-REL-TIPO
                 PERFORM MONTA-NOME-RELATORIO
                 OPEN OUTPUT ARQ-CURVA-ABC-LST
                 IF WS-RESULTADO-ACESSO = ZEROS
                    PERFORM ACUMULA-CURVA-ABC
                    MOVE 1 TO WS-ABC-CSV-OK
                    OPEN OUTPUT ARQ-CSV-ABC
                    IF WS-RESULTADO-ACESSO NOT = ZEROS
                       MOVE ZEROS TO WS-ABC-CSV-OK
                    END-IF
                    PERFORM IMPRIME-CURVA-ABC
                    CLOSE ARQ-CURVA-ABC-LST
                    IF ABC-CSV-OK
                       CLOSE ARQ-CSV-ABC
                    END-IF
                    MOVE SPACES TO WS-CAT-PARAMETRO
                    STRING "EMP=" WS-EMPRESA-FILTRO
                           " " WS-ABC-DATA-INI(3:6)
                           "-" WS-ABC-DATA-FIM(3:6)
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                    MOVE WS-ABC-LINHAS TO WS-CAT-LINHAS
                    PERFORM GRAVA-CATALOGO-RELATORIO
                    IF ABC-CSV-OK
                       MOVE "CURVA ABC GERADA (curvaabc.csv)" TO WS-MSG
                    ELSE
                       MOVE "CURVA ABC GERADA - CSV NAO GRAVADO"
                         TO WS-MSG
                    END-IF
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       ACUMULA-CURVA-ABC SECTION.
           MOVE ZEROS TO WS-ABC-QTD-PROD
           MOVE ZEROS TO WS-ABC-QTD-CLI
           MOVE ZEROS TO WS-ABC-TOT-VALOR
           MOVE ZEROS TO WS-ABC-TOT-QTD
           MOVE ZEROS TO WS-ABC-LINHAS
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE WS-EMPRESA-FILTRO TO COD-EMPRESA-PED
           MOVE ZEROS TO NUM-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-PEDIDO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF WS-EMPRESA-FILTRO > ZEROS AND
                         COD-EMPRESA-PED NOT = WS-EMPRESA-FILTRO
                         MOVE 1 TO WS-ARQ-FIM
                      ELSE
                         IF PED-FATURADO AND
                            DATA-PEDIDO >= WS-ABC-DATA-INI AND
                            DATA-PEDIDO <= WS-ABC-DATA-FIM
                            PERFORM ACUMULA-PEDIDO-ABC
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ACUMULA-PEDIDO-ABC SECTION.
           PERFORM LOCALIZA-CLIENTE-ABC
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE ZEROS TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM
               READ ARQ-PEDIDO-ITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         PERFORM ACUMULA-ITEM-ABC
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       LOCALIZA-CLIENTE-ABC SECTION.
           MOVE ZEROS TO WS-ABC-ESCOLHIDO
           PERFORM VARYING WS-ABC-IND FROM 1 BY 1
                   UNTIL WS-ABC-IND > WS-ABC-QTD-CLI OR
                         WS-ABC-ESCOLHIDO > ZEROS
               IF WS-ABCC-EMPRESA(WS-ABC-IND) = COD-EMPRESA-PED AND
                  WS-ABCC-COD(WS-ABC-IND) = COD-CLIENTE-PED
                  MOVE WS-ABC-IND TO WS-ABC-ESCOLHIDO
               END-IF
           END-PERFORM
           IF WS-ABC-ESCOLHIDO = ZEROS AND WS-ABC-QTD-CLI < 3000
              ADD 1 TO WS-ABC-QTD-CLI
              MOVE WS-ABC-QTD-CLI TO WS-ABC-ESCOLHIDO
              MOVE COD-EMPRESA-PED TO WS-ABCC-EMPRESA(WS-ABC-ESCOLHIDO)
              MOVE COD-CLIENTE-PED TO WS-ABCC-COD(WS-ABC-ESCOLHIDO)
              MOVE ZEROS TO WS-ABCC-VALOR(WS-ABC-ESCOLHIDO)
              MOVE ZEROS TO WS-ABCC-USADO(WS-ABC-ESCOLHIDO)
              MOVE ZEROS TO WS-ABCC-REGIAO(WS-ABC-ESCOLHIDO)
              MOVE COD-EMPRESA-PED TO COD-EMPRESA-CLI
              MOVE COD-CLIENTE-PED TO COD-CLIENTE
              READ ARQ-CLIENTE WITH NO LOCK
                  INVALID KEY
                     MOVE ZEROS TO WS-REG
                  NOT INVALID KEY
                     MOVE LAT-CLIENTE TO WS-CLASS-LAT
                     MOVE LON-CLIENTE TO WS-CLASS-LON
                     PERFORM CLASSIFICA-REGIAO
                     MOVE WS-REGIAO-ENCONTRADA
                       TO WS-ABCC-REGIAO(WS-ABC-ESCOLHIDO)
              END-READ
              MOVE 1 TO WS-REG
           END-IF.
           EXIT.
       ACUMULA-ITEM-ABC SECTION.
      *    O FATURAMENTO CONSIDERADO E O LIQUIDO DAS DEVOLUCOES.
           PERFORM SOMA-QTD-DEVOLVIDA
           IF WS-DEV-QTD-JA < QTD-ITEM-IT
              COMPUTE WS-ABC-QTD-LIQ = QTD-ITEM-IT - WS-DEV-QTD-JA
              COMPUTE WS-ABC-VALOR-ITEM =
                      WS-ABC-QTD-LIQ * PRECO-UNIT-IT
              ADD WS-ABC-VALOR-ITEM TO WS-ABC-TOT-VALOR
              ADD WS-ABC-QTD-LIQ TO WS-ABC-TOT-QTD
              IF WS-ABC-ESCOLHIDO > ZEROS
                 ADD WS-ABC-VALOR-ITEM
                     TO WS-ABCC-VALOR(WS-ABC-ESCOLHIDO)
              END-IF
              MOVE ZEROS TO WS-ABC-POS
              PERFORM VARYING WS-ABC-IND FROM 1 BY 1
                      UNTIL WS-ABC-IND > WS-ABC-QTD-PROD OR
                            WS-ABC-POS > ZEROS
                  IF WS-ABCP-COD(WS-ABC-IND) = COD-PRODUTO-IT
                     MOVE WS-ABC-IND TO WS-ABC-POS
                  END-IF
              END-PERFORM
              IF WS-ABC-POS = ZEROS AND WS-ABC-QTD-PROD < 2000
                 ADD 1 TO WS-ABC-QTD-PROD
                 MOVE WS-ABC-QTD-PROD TO WS-ABC-POS
                 MOVE COD-PRODUTO-IT TO WS-ABCP-COD(WS-ABC-POS)
                 MOVE ZEROS TO WS-ABCP-QTD(WS-ABC-POS)
                 MOVE ZEROS TO WS-ABCP-VALOR(WS-ABC-POS)
              END-IF
              IF WS-ABC-POS > ZEROS
                 ADD WS-ABC-QTD-LIQ TO WS-ABCP-QTD(WS-ABC-POS)
                 ADD WS-ABC-VALOR-ITEM TO WS-ABCP-VALOR(WS-ABC-POS)
              END-IF
           END-IF.
           EXIT.
       IMPRIME-CURVA-ABC SECTION.
           MOVE SPACES TO WID-ARQ-CURVA-ABC-LST
           IF WS-EMPRESA-FILTRO = ZEROS
              STRING "CURVA ABC - CONSOLIDADO - PERIODO "
                     WS-ABC-DATA-INI " A " WS-ABC-DATA-FIM
                     DELIMITED BY SIZE INTO WID-ARQ-CURVA-ABC-LST
              END-STRING
           ELSE
              STRING "CURVA ABC - EMPRESA " WS-EMPRESA-FILTRO
                     " - PERIODO " WS-ABC-DATA-INI " A "
                     WS-ABC-DATA-FIM
                     DELIMITED BY SIZE INTO WID-ARQ-CURVA-ABC-LST
              END-STRING
           END-IF
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE "CLASSE A ATE 80% ACUMULADO, B ATE 95%, C DEMAIS"
             TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           IF ABC-CSV-OK
              MOVE SPACES TO WID-ARQ-CSV-ABC
              STRING "TIPO;POSICAO;CODIGO;DESCRICAO;QUANTIDADE;"
                     "FATURAMENTO;PARTICIPACAO;ACUMULADO;CLASSE"
                     DELIMITED BY SIZE INTO WID-ARQ-CSV-ABC
              END-STRING
              WRITE WID-ARQ-CSV-ABC
           END-IF
           MOVE "V" TO WS-ABC-CRITERIO
           MOVE "PRODUTO-VAL" TO WS-ABC-TIPO-CSV
           MOVE "PRODUTOS POR FATURAMENTO" TO WS-LABC-DESCRICAO
           PERFORM IMPRIME-PRODUTOS-ABC
           MOVE "Q" TO WS-ABC-CRITERIO
           MOVE "PRODUTO-QTD" TO WS-ABC-TIPO-CSV
           MOVE "PRODUTOS POR QUANTIDADE" TO WS-LABC-DESCRICAO
           PERFORM IMPRIME-PRODUTOS-ABC
           PERFORM IMPRIME-CLIENTES-ABC
           PERFORM IMPRIME-REGIOES-ABC
           MOVE SPACES TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE SPACES TO WID-ARQ-CURVA-ABC-LST
           MOVE WS-ABC-TOT-VALOR TO WS-LABC-VALOR
           MOVE WS-ABC-TOT-QTD TO WS-LABC-QTD
           STRING "FATURAMENTO TOTAL: " WS-LABC-VALOR
                  "  QUANTIDADE: " WS-LABC-QTD
                  DELIMITED BY SIZE INTO WID-ARQ-CURVA-ABC-LST
           END-STRING
           WRITE WID-ARQ-CURVA-ABC-LST.
           EXIT.
       IMPRIME-CABECALHO-ABC SECTION.
           MOVE SPACES TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE WS-LABC-DESCRICAO TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE "POS  CODIGO      DESCRICAO" TO WID-ARQ-CURVA-ABC-LST
           MOVE "QUANTIDADE    FATURAMENTO   PART%  ACUM% C"
             TO WID-ARQ-CURVA-ABC-LST(49:)
           WRITE WID-ARQ-CURVA-ABC-LST.
           EXIT.
       IMPRIME-PRODUTOS-ABC SECTION.
           PERFORM IMPRIME-CABECALHO-ABC
           IF ABC-POR-VALOR
              MOVE WS-ABC-TOT-VALOR TO WS-ABC-BASE
           ELSE
              MOVE WS-ABC-TOT-QTD TO WS-ABC-BASE
           END-IF
           MOVE ZEROS TO WS-ABC-ACUM
           MOVE ZEROS TO WS-ABC-PCT-ACUM
           PERFORM VARYING WS-ABC-IND FROM 1 BY 1
                   UNTIL WS-ABC-IND > WS-ABC-QTD-PROD
               MOVE ZEROS TO WS-ABCP-USADO(WS-ABC-IND)
           END-PERFORM
           PERFORM VARYING WS-ABC-POS FROM 1 BY 1
                   UNTIL WS-ABC-POS > WS-ABC-QTD-PROD
               PERFORM ESCOLHE-PRODUTO-ABC
               MOVE 1 TO WS-ABCP-USADO(WS-ABC-ESCOLHIDO)
               IF ABC-POR-VALOR
                  MOVE WS-ABCP-VALOR(WS-ABC-ESCOLHIDO) TO WS-ABC-ITEM
               ELSE
                  MOVE WS-ABCP-QTD(WS-ABC-ESCOLHIDO) TO WS-ABC-ITEM
               END-IF
               PERFORM CALCULA-CLASSE-ABC
               MOVE WS-ABCP-COD(WS-ABC-ESCOLHIDO) TO COD-PRODUTO
               READ ARQ-PRODUTO WITH NO LOCK
                   INVALID KEY
                      MOVE SPACES TO DESC-PRODUTO
               END-READ
               MOVE SPACES TO WS-LABC-CODIGO
               MOVE COD-PRODUTO TO WS-LABC-CODIGO
               MOVE DESC-PRODUTO TO WS-LABC-DESCRICAO
               MOVE WS-ABCP-QTD(WS-ABC-ESCOLHIDO) TO WS-LABC-QTD
               MOVE WS-ABCP-VALOR(WS-ABC-ESCOLHIDO) TO WS-LABC-VALOR
               PERFORM GRAVA-LINHA-ABC
           END-PERFORM.
           EXIT.
       ESCOLHE-PRODUTO-ABC SECTION.
           MOVE ZEROS TO WS-ABC-ESCOLHIDO
           MOVE ZEROS TO WS-ABC-MAIOR
           PERFORM VARYING WS-ABC-IND FROM 1 BY 1
                   UNTIL WS-ABC-IND > WS-ABC-QTD-PROD
               IF WS-ABCP-USADO(WS-ABC-IND) = ZEROS
                  IF ABC-POR-VALOR
                     MOVE WS-ABCP-VALOR(WS-ABC-IND) TO WS-ABC-ITEM
                  ELSE
                     MOVE WS-ABCP-QTD(WS-ABC-IND) TO WS-ABC-ITEM
                  END-IF
                  IF WS-ABC-ESCOLHIDO = ZEROS OR
                     WS-ABC-ITEM > WS-ABC-MAIOR
                     MOVE WS-ABC-IND TO WS-ABC-ESCOLHIDO
                     MOVE WS-ABC-ITEM TO WS-ABC-MAIOR
                  END-IF
               END-IF
           END-PERFORM.
           EXIT.
       IMPRIME-CLIENTES-ABC SECTION.
           MOVE "V" TO WS-ABC-CRITERIO
           MOVE "CLIENTE" TO WS-ABC-TIPO-CSV
           MOVE "CLIENTES POR FATURAMENTO" TO WS-LABC-DESCRICAO
           PERFORM IMPRIME-CABECALHO-ABC
           MOVE WS-ABC-TOT-VALOR TO WS-ABC-BASE
           MOVE ZEROS TO WS-ABC-ACUM
           MOVE ZEROS TO WS-ABC-PCT-ACUM
           MOVE ZEROS TO WS-ABC-REGIOES
           MOVE ZEROS TO WS-ABC-SEM-REGIAO
           MOVE ZEROS TO WS-ABC-SEM-REG-VALOR
           PERFORM VARYING WS-ABC-IND FROM 1 BY 1
                   UNTIL WS-ABC-IND > WS-ABC-QTD-CLI
               MOVE ZEROS TO WS-ABCC-USADO(WS-ABC-IND)
           END-PERFORM
           PERFORM VARYING WS-ABC-POS FROM 1 BY 1
                   UNTIL WS-ABC-POS > WS-ABC-QTD-CLI
               PERFORM ESCOLHE-CLIENTE-ABC
               MOVE 1 TO WS-ABCC-USADO(WS-ABC-ESCOLHIDO)
               MOVE WS-ABCC-VALOR(WS-ABC-ESCOLHIDO) TO WS-ABC-ITEM
               PERFORM CALCULA-CLASSE-ABC
               PERFORM ACUMULA-REGIAO-ABC
               MOVE WS-ABCC-EMPRESA(WS-ABC-ESCOLHIDO)
                 TO COD-EMPRESA-CLI
               MOVE WS-ABCC-COD(WS-ABC-ESCOLHIDO) TO COD-CLIENTE
               READ ARQ-CLIENTE WITH NO LOCK
                   INVALID KEY
                      MOVE SPACES TO RAZAO-CLIENTE
               END-READ
               MOVE SPACES TO WS-LABC-CODIGO
               STRING COD-EMPRESA-CLI "/" COD-CLIENTE
                      DELIMITED BY SIZE INTO WS-LABC-CODIGO
               END-STRING
               MOVE RAZAO-CLIENTE TO WS-LABC-DESCRICAO
               MOVE ZEROS TO WS-LABC-QTD
               MOVE WS-ABCC-VALOR(WS-ABC-ESCOLHIDO) TO WS-LABC-VALOR
               PERFORM GRAVA-LINHA-ABC
           END-PERFORM.
           EXIT.
       ESCOLHE-CLIENTE-ABC SECTION.
           MOVE ZEROS TO WS-ABC-ESCOLHIDO
           MOVE ZEROS TO WS-ABC-MAIOR
           PERFORM VARYING WS-ABC-IND FROM 1 BY 1
                   UNTIL WS-ABC-IND > WS-ABC-QTD-CLI
               IF WS-ABCC-USADO(WS-ABC-IND) = ZEROS
                  IF WS-ABC-ESCOLHIDO = ZEROS OR
                     WS-ABCC-VALOR(WS-ABC-IND) > WS-ABC-MAIOR
                     MOVE WS-ABC-IND TO WS-ABC-ESCOLHIDO
                     MOVE WS-ABCC-VALOR(WS-ABC-IND) TO WS-ABC-MAIOR
                  END-IF
               END-IF
           END-PERFORM.
           EXIT.
       CALCULA-CLASSE-ABC SECTION.
      *    A CLASSE SEGUE A PARTICIPACAO ACUMULADA ANTES DA LINHA: O
      *    ITEM QUE CRUZA 80% AINDA E A, O QUE CRUZA 95% AINDA E B.
           MOVE WS-ABC-PCT-ACUM TO WS-ABC-PCT-ANT
           ADD WS-ABC-ITEM TO WS-ABC-ACUM
           IF WS-ABC-BASE > ZEROS
              COMPUTE WS-ABC-PCT ROUNDED =
                      WS-ABC-ITEM * 100 / WS-ABC-BASE
              COMPUTE WS-ABC-PCT-ACUM ROUNDED =
                      WS-ABC-ACUM * 100 / WS-ABC-BASE
           ELSE
              MOVE ZEROS TO WS-ABC-PCT
              MOVE ZEROS TO WS-ABC-PCT-ACUM
           END-IF
           EVALUATE TRUE
               WHEN WS-ABC-PCT-ANT < 80
                  MOVE "A" TO WS-ABC-CLASSE
               WHEN WS-ABC-PCT-ANT < 95
                  MOVE "B" TO WS-ABC-CLASSE
               WHEN OTHER
                  MOVE "C" TO WS-ABC-CLASSE
           END-EVALUATE.
           EXIT.
       ACUMULA-REGIAO-ABC SECTION.
           IF WS-ABCC-REGIAO(WS-ABC-ESCOLHIDO) > ZEROS
              MOVE WS-ABCC-REGIAO(WS-ABC-ESCOLHIDO) TO WS-ABC-IND
              ADD WS-ABC-ITEM TO WS-ABCR-VALOR(WS-ABC-IND)
              EVALUATE WS-ABC-CLASSE
                  WHEN "A"
                     ADD 1 TO WS-ABCR-QTD-A(WS-ABC-IND)
                  WHEN "B"
                     ADD 1 TO WS-ABCR-QTD-B(WS-ABC-IND)
                  WHEN OTHER
                     ADD 1 TO WS-ABCR-QTD-C(WS-ABC-IND)
              END-EVALUATE
           ELSE
              ADD WS-ABC-ITEM TO WS-ABC-SEM-REG-VALOR
              EVALUATE WS-ABC-CLASSE
                  WHEN "A"
                     ADD 1 TO WS-ABCS-QTD-A
                  WHEN "B"
                     ADD 1 TO WS-ABCS-QTD-B
                  WHEN OTHER
                     ADD 1 TO WS-ABCS-QTD-C
              END-EVALUATE
           END-IF.
           EXIT.
       GRAVA-LINHA-ABC SECTION.
           MOVE WS-ABC-POS TO WS-LABC-POS
           MOVE WS-ABC-PCT TO WS-LABC-PCT
           MOVE WS-ABC-PCT-ACUM TO WS-LABC-ACUM
           MOVE WS-ABC-CLASSE TO WS-LABC-CLASSE
           MOVE WS-LINHA-ABC TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           ADD 1 TO WS-ABC-LINHAS
           IF ABC-CSV-OK
              MOVE SPACES TO WID-ARQ-CSV-ABC
              STRING WS-ABC-TIPO-CSV DELIMITED BY SPACE
                     ";" WS-LABC-POS ";" WS-LABC-CODIGO ";"
                     WS-LABC-DESCRICAO ";" WS-LABC-QTD ";"
                     WS-LABC-VALOR ";" WS-LABC-PCT ";"
                     WS-LABC-ACUM ";" WS-LABC-CLASSE
                     DELIMITED BY SIZE INTO WID-ARQ-CSV-ABC
              END-STRING
              WRITE WID-ARQ-CSV-ABC
           END-IF.
           EXIT.
       IMPRIME-REGIOES-ABC SECTION.
           MOVE SPACES TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE "FATURAMENTO POR REGIAO" TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE "REGIAO" TO WID-ARQ-CURVA-ABC-LST
           MOVE "FATURAMENTO   PART%   CLI A CLI B CLI C"
             TO WID-ARQ-CURVA-ABC-LST(39:)
           WRITE WID-ARQ-CURVA-ABC-LST
           MOVE ZEROS TO WS-ARQ-FIM-REG
           MOVE ZEROS TO COD-REGIAO
           START ARQ-REGIAO KEY IS NOT LESS THAN COD-REGIAO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-REG
           END-START
           PERFORM UNTIL ARQ-FIM-REG
               READ ARQ-REGIAO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-REG
                   NOT AT END
                      IF COD-REGIAO > ZEROS
                         IF WS-ABCR-VALOR(COD-REGIAO) > ZEROS
                            MOVE SPACES TO WS-LABR-REGIAO
                            STRING COD-REGIAO " " DESC-REGIAO
                                   DELIMITED BY SIZE
                                   INTO WS-LABR-REGIAO
                            END-STRING
                            MOVE WS-ABCR-VALOR(COD-REGIAO)
                              TO WS-ABC-ITEM
                            MOVE WS-ABCR-QTD-A(COD-REGIAO)
                              TO WS-LABR-QTD-A
                            MOVE WS-ABCR-QTD-B(COD-REGIAO)
                              TO WS-LABR-QTD-B
                            MOVE WS-ABCR-QTD-C(COD-REGIAO)
                              TO WS-LABR-QTD-C
                            PERFORM GRAVA-LINHA-REGIAO-ABC
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           IF WS-ABC-SEM-REG-VALOR > ZEROS
              MOVE "SEM REGIAO" TO WS-LABR-REGIAO
              MOVE WS-ABC-SEM-REG-VALOR TO WS-ABC-ITEM
              MOVE WS-ABCS-QTD-A TO WS-LABR-QTD-A
              MOVE WS-ABCS-QTD-B TO WS-LABR-QTD-B
              MOVE WS-ABCS-QTD-C TO WS-LABR-QTD-C
              PERFORM GRAVA-LINHA-REGIAO-ABC
           END-IF.
           EXIT.
       GRAVA-LINHA-REGIAO-ABC SECTION.
           MOVE WS-ABC-ITEM TO WS-LABR-VALOR
           IF WS-ABC-TOT-VALOR > ZEROS
              COMPUTE WS-ABC-PCT ROUNDED =
                      WS-ABC-ITEM * 100 / WS-ABC-TOT-VALOR
           ELSE
              MOVE ZEROS TO WS-ABC-PCT
           END-IF
           MOVE WS-ABC-PCT TO WS-LABR-PCT
           MOVE WS-LINHA-ABC-REGIAO TO WID-ARQ-CURVA-ABC-LST
           WRITE WID-ARQ-CURVA-ABC-LST
           ADD 1 TO WS-ABC-LINHAS
           IF ABC-CSV-OK
              MOVE SPACES TO WID-ARQ-CSV-ABC
              STRING "REGIAO;;" WS-LABR-REGIAO ";;;"
                     WS-LABR-VALOR ";" WS-LABR-PCT ";;"
                     WS-LABR-QTD-A "/" WS-LABR-QTD-B "/"
                     WS-LABR-QTD-C
                     DELIMITED BY SIZE INTO WID-ARQ-CSV-ABC
              END-STRING
              WRITE WID-ARQ-CSV-ABC
           END-IF.
           EXIT.
       EXECUTA-RELATORIO-ESTOQUE SECTION.
           IF SO-REPOSICAO
              MOVE "reposicao" TO WS-REL-TIPO
           ELSE
              MOVE "posestoque" TO WS-REL-TIPO
           END-IF
           PERFORM MONTA-NOME-RELATORIO
           OPEN OUTPUT ARQ-ESTOQUE-LST
           IF WS-RESULTADO-ACESSO = ZEROS
              PERFORM IMPRIME-RELATORIO-ESTOQUE
              CLOSE ARQ-ESTOQUE-LST
              MOVE SPACES TO WS-CAT-PARAMETRO
              STRING "ABAIXO MINIMO=" WS-EST-ABAIXO
                     DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
              END-STRING
              MOVE WS-EST-LINHAS TO WS-CAT-LINHAS
              PERFORM GRAVA-CATALOGO-RELATORIO
              IF SO-REPOSICAO
                 MOVE "RELATORIO DE REPOSICAO GERADO" TO WS-MSG
              ELSE
                 MOVE "POSICAO DE ESTOQUE GERADA" TO WS-MSG
              END-IF
           ELSE
              PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       IMPRIME-RELATORIO-ESTOQUE SECTION.
           MOVE ZEROS TO WS-EST-LINHAS
           MOVE ZEROS TO WS-EST-ABAIXO
           MOVE SPACES TO WID-ARQ-ESTOQUE-LST
           IF SO-REPOSICAO
              MOVE "REPOSICAO DE ESTOQUE - PRODUTOS ABAIXO DO MINIMO"
                TO WID-ARQ-ESTOQUE-LST
           ELSE
              MOVE "POSICAO DE ESTOQUE" TO WID-ARQ-ESTOQUE-LST
           END-IF
           WRITE WID-ARQ-ESTOQUE-LST
           MOVE SPACES TO WID-ARQ-ESTOQUE-LST
           WRITE WID-ARQ-ESTOQUE-LST
           MOVE "CODIGO DESCRICAO                      S ESTOQUE"
             TO WID-ARQ-ESTOQUE-LST
           MOVE " RESERV.  DISPON.  MINIMO REPOR.  ULT.MOV."
             TO WID-ARQ-ESTOQUE-LST(48:)
           WRITE WID-ARQ-ESTOQUE-LST
           MOVE ZEROS TO WS-FIM-EST
           MOVE ZEROS TO COD-PRODUTO
           START ARQ-PRODUTO KEY IS NOT LESS THAN COD-PRODUTO
               INVALID KEY
                  MOVE 1 TO WS-FIM-EST
           END-START
           PERFORM UNTIL FIM-EST
               READ ARQ-PRODUTO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-EST
                   NOT AT END
                      PERFORM IMPRIME-LINHA-ESTOQUE
               END-READ
           END-PERFORM
           MOVE SPACES TO WID-ARQ-ESTOQUE-LST
           WRITE WID-ARQ-ESTOQUE-LST
           MOVE "PRODUTOS LISTADOS...........:" TO WS-AGIT-ROTULO
           MOVE WS-EST-LINHAS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-ESTOQUE-LST
           WRITE WID-ARQ-ESTOQUE-LST
           MOVE "ABAIXO DO MINIMO............:" TO WS-AGIT-ROTULO
           MOVE WS-EST-ABAIXO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-ESTOQUE-LST
           WRITE WID-ARQ-ESTOQUE-LST.
           EXIT.
       IMPRIME-LINHA-ESTOQUE SECTION.
      *    REPOSICAO SUGERIDA = MINIMO - DISPONIVEL (ESTOQUE MENOS
      *    RESERVADO). O RELATORIO DE REPOSICAO SO TRAZ PRODUTOS ATIVOS.
           PERFORM LE-SALDO-ESTOQUE
           MOVE ZEROS TO WS-EST-SUGESTAO
           IF WS-EST-DISPONIVEL < QTD-MINIMA-EST
              COMPUTE WS-EST-SUGESTAO =
                      QTD-MINIMA-EST - WS-EST-DISPONIVEL
           END-IF
           IF WS-EST-SUGESTAO > ZEROS AND ATIVO-PRODUTO
              ADD 1 TO WS-EST-ABAIXO
           END-IF
           IF NOT SO-REPOSICAO OR
              (WS-EST-SUGESTAO > ZEROS AND ATIVO-PRODUTO)
              MOVE COD-PRODUTO TO WS-LEST-COD
              MOVE DESC-PRODUTO TO WS-LEST-DESC
              MOVE SITUACAO-PRODUTO TO WS-LEST-SIT
              MOVE QTD-ESTOQUE-EST TO WS-LEST-ESTOQUE
              MOVE QTD-RESERVADA-EST TO WS-LEST-RESERVADO
              MOVE WS-EST-DISPONIVEL TO WS-LEST-DISPONIVEL
              MOVE QTD-MINIMA-EST TO WS-LEST-MINIMO
              MOVE WS-EST-SUGESTAO TO WS-LEST-SUGESTAO
              MOVE DATA-ULT-MOV-EST TO WS-LEST-ULT-MOV
              MOVE WS-LINHA-ESTOQUE TO WID-ARQ-ESTOQUE-LST
              WRITE WID-ARQ-ESTOQUE-LST
              ADD 1 TO WS-EST-LINHAS
           END-IF.
           EXIT.
       EXECUTA-EXTRATO-COMISSAO SECTION.
           IF WS-LCM-FILTRO-VEND = ZEROS
              MOVE "INFORME O VENDEDOR" TO WS-MSG
           ELSE
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VEN
              MOVE WS-LCM-FILTRO-VEND TO COD-VENDEDOR
              MOVE 1 TO WS-REG
              READ ARQ-VENDEDOR WITH NO LOCK
                  INVALID KEY
                     MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSG
                     MOVE ZEROS TO WS-REG
              END-READ
              IF REG-OK
                 MOVE "extcomissao" TO WS-REL-TIPO
                 PERFORM MONTA-NOME-RELATORIO
                 OPEN OUTPUT ARQ-COMISSAO
                 IF WS-RESULTADO-ACESSO = ZEROS
                    PERFORM IMPRIME-EXTRATO-COMISSAO
                    CLOSE ARQ-COMISSAO
                    MOVE SPACES TO WS-CAT-PARAMETRO
                    STRING "VEND=" WS-LCM-FILTRO-VEND
                           " COMP=" WS-LCM-FILTRO-COMP
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                    MOVE WS-LCM-LINHAS TO WS-CAT-LINHAS
                    PERFORM GRAVA-CATALOGO-RELATORIO
                    MOVE "EXTRATO DE COMISSAO GERADO" TO WS-MSG
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
              END-IF
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       IMPRIME-EXTRATO-COMISSAO SECTION.
           MOVE ZEROS TO WS-LCM-LINHAS
           MOVE ZEROS TO WS-LCM-TOT-COMISSAO
           MOVE ZEROS TO WS-LCM-TOT-ESTORNO
           MOVE SPACES TO WID-ARQ-COMISSAO
           STRING "EXTRATO DE COMISSAO - VENDEDOR " COD-VENDEDOR
                  " " NOME-VENDEDOR
                  DELIMITED BY SIZE INTO WID-ARQ-COMISSAO
           END-STRING
           WRITE WID-ARQ-COMISSAO
           MOVE SPACES TO WID-ARQ-COMISSAO
           IF WS-LCM-FILTRO-COMP = ZEROS
              MOVE "COMPETENCIA: TODAS" TO WID-ARQ-COMISSAO
           ELSE
              STRING "COMPETENCIA: " WS-LCM-FILTRO-COMP
                     DELIMITED BY SIZE INTO WID-ARQ-COMISSAO
              END-STRING
           END-IF
           WRITE WID-ARQ-COMISSAO
           MOVE SPACES TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "COMPET  TITULO  PEDIDO CLIENTE DT.PAGTO         BASE"
             TO WID-ARQ-COMISSAO
           MOVE "   PCT         VALOR MOTIVO" TO WID-ARQ-COMISSAO(53:)
           WRITE WID-ARQ-COMISSAO
           MOVE ZEROS TO WS-FIM-LCM
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-LCM
           MOVE ZEROS TO NUM-TITULO-LCM
           MOVE ZEROS TO SEQ-LCM
           START ARQ-COMISLAN KEY IS NOT LESS THAN CHAVE-LCM
               INVALID KEY
                  MOVE 1 TO WS-FIM-LCM
           END-START
           PERFORM UNTIL FIM-LCM
               READ ARQ-COMISLAN NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-LCM
                   NOT AT END
                      IF COD-EMPRESA-LCM NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-LCM
                      ELSE
                         IF COD-VENDEDOR-LCM = WS-LCM-FILTRO-VEND AND
                            (WS-LCM-FILTRO-COMP = ZEROS OR
                             COMPETENCIA-LCM = WS-LCM-FILTRO-COMP)
                            PERFORM IMPRIME-LINHA-EXT-COMISSAO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-LCM-TOT-LIQUIDO =
                   WS-LCM-TOT-COMISSAO - WS-LCM-TOT-ESTORNO
           MOVE SPACES TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "LANCAMENTOS.................:" TO WS-COMT-ROTULO
           MOVE WS-LCM-LINHAS TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "COMISSOES...................:" TO WS-COMT-ROTULO
           MOVE WS-LCM-TOT-COMISSAO TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE "ESTORNOS....................:" TO WS-COMT-ROTULO
           MOVE WS-LCM-TOT-ESTORNO TO WS-COMT-VALOR
           MOVE WS-LINHA-COMISSAO-TOT TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           MOVE SPACES TO WID-ARQ-COMISSAO
           MOVE "COMISSAO LIQUIDA............:" TO WID-ARQ-COMISSAO
           MOVE WS-LCM-TOT-LIQUIDO TO WS-LCX-VALOR
           MOVE WS-LCX-VALOR TO WID-ARQ-COMISSAO(31:)
           WRITE WID-ARQ-COMISSAO.
           EXIT.
       IMPRIME-LINHA-EXT-COMISSAO SECTION.
           MOVE COMPETENCIA-LCM TO WS-LCX-COMPETENCIA
           MOVE NUM-TITULO-LCM  TO WS-LCX-TITULO
           MOVE NUM-PEDIDO-LCM  TO WS-LCX-PEDIDO
           MOVE COD-CLIENTE-LCM TO WS-LCX-CLIENTE
           MOVE DATA-PAGTO-LCM  TO WS-LCX-DATA
           MOVE BASE-LCM        TO WS-LCX-BASE
           MOVE PCT-LCM         TO WS-LCX-PCT
           MOVE MOTIVO-LCM      TO WS-LCX-MOTIVO
           IF LCM-ESTORNO
              COMPUTE WS-LCX-VALOR = ZEROS - VALOR-LCM
              ADD VALOR-LCM TO WS-LCM-TOT-ESTORNO
           ELSE
              MOVE VALOR-LCM TO WS-LCX-VALOR
              ADD VALOR-LCM TO WS-LCM-TOT-COMISSAO
           END-IF
           MOVE WS-LINHA-EXT-COMISSAO TO WID-ARQ-COMISSAO
           WRITE WID-ARQ-COMISSAO
           ADD 1 TO WS-LCM-LINHAS.
           EXIT.
       MARCA-COMPETENCIA-FECHADA SECTION.
           MOVE WS-COMPETENCIA TO COMPETENCIA-CTL
           MOVE "F" TO SITUACAO-CTL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO DATA-FECHAMENTO-CTL
           MOVE WS-OPERADOR TO OPERADOR-CTL
           WRITE WID-ARQ-COMPETENCIA
               INVALID KEY
                  REWRITE WID-ARQ-COMPETENCIA
           END-WRITE
           MOVE "COMPETENC" TO WS-HIST-TIPO
           MOVE COMPETENCIA-CTL TO WS-HIST-COD
           MOVE "FECHAMENT" TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-ANTES
           STRING "SITUACAO=F DATA=" DATA-FECHAMENTO-CTL
                  DELIMITED BY SIZE INTO WS-HIST-DEPOIS
           PERFORM GRAVA-HISTORICO.
           EXIT.
       EXECUTA-REABERTURA SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
           IF WS-COMPETENCIA = ZEROS
              MOVE 'FAVOR INFORMAR A COMPETENCIA (AAAAMM)' TO WS-MSG
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           ELSE
              MOVE 1 TO WS-REG
              MOVE WS-COMPETENCIA TO COMPETENCIA-CTL
              READ ARQ-COMPETENCIA
                  INVALID KEY
                     MOVE "COMPETENCIA SEM FECHAMENTO REGISTRADO"
                          TO WS-MSG
                     MOVE ZEROS TO WS-REG
              END-READ
              IF REG-OK
                 MOVE "A" TO SITUACAO-CTL
                 MOVE WS-OPERADOR TO OPERADOR-CTL
                 REWRITE WID-ARQ-COMPETENCIA
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 MOVE "COMPETENC" TO WS-HIST-TIPO
                 MOVE COMPETENCIA-CTL TO WS-HIST-COD
                 MOVE "REABERTUR" TO WS-HIST-OPERACAO
                 STRING "SITUACAO=F DATA=" DATA-FECHAMENTO-CTL
                        DELIMITED BY SIZE INTO WS-HIST-ANTES
                 MOVE "SITUACAO=A" TO WS-HIST-DEPOIS
                 PERFORM GRAVA-HISTORICO
                 MOVE "COMPETENCIA REABERTA" TO WS-MSG
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
              MOVE 1 TO WS-REG
           END-IF
           PERFORM MONTA-TELA-COMPETENCIA
           END-PERFORM.
           EXIT.
       EXECUTA-FATURAMENTO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
           IF WS-VENCIMENTO-FAT = ZEROS
              MOVE 'FAVOR INFORMAR A DATA DE VENCIMENTO' TO WS-MSG
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           ELSE
              MOVE "FATURAMENTO" TO WS-EXEC-ROTINA
              PERFORM REGISTRA-INICIO-EXECUCAO
              MOVE ZEROS TO WS-CONT-FATURADOS
              MOVE ZEROS TO WS-CONT-PARCELAS
              MOVE ZEROS TO WS-EST-ITENS
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              PERFORM BUSCA-PROXIMO-NUM-TITULO
              MOVE ZEROS TO WS-ARQ-FIM
              MOVE WS-EMPRESA-INI TO COD-EMPRESA-PED
              MOVE ZEROS TO NUM-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
                  INVALID KEY
                     MOVE 1 TO WS-ARQ-FIM
              END-START
              PERFORM UNTIL ARQ-FIM
                  READ ARQ-PEDIDO NEXT RECORD
                      AT END
                         MOVE 1 TO WS-ARQ-FIM
                      NOT AT END
                         IF PED-ABERTO AND
                            COD-EMPRESA-PED = WS-EMPRESA-ATUAL
                            PERFORM GERA-TITULO-PEDIDO
                         END-IF
                  END-READ
              END-PERFORM
              STRING WS-CONT-FATURADOS DELIMITED BY SIZE
                     ' PEDIDOS FATURADOS' DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              MOVE WS-CONT-FATURADOS TO WS-EXEC-CONT1
              MOVE WS-CONT-PARCELAS TO WS-EXEC-CONT2
              MOVE WS-EST-ITENS TO WS-EXEC-CONT3
              MOVE "O" TO WS-EXEC-RESULTADO
              PERFORM REGISTRA-FIM-EXECUCAO
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF
           PERFORM MONTA-TELA-FATURAMENTO
           END-PERFORM.
           EXIT.
       BUSCA-PROXIMO-NUM-TITULO SECTION.
           MOVE 1 TO WS-PROX-TITULO
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      COMPUTE WS-PROX-TITULO = NUM-TITULO + 1
               END-READ
           END-PERFORM.
           EXIT.
       GERA-TITULO-PEDIDO SECTION.
           MOVE 1 TO WS-PARC-QTD
           MOVE ZEROS TO WS-PARC-ACUMULADO
      *    CONDICAO INEXISTENTE OU EXCLUIDA: TITULO UNICO NO VENCIMENTO
      *    INFORMADO, COMO NO PEDIDO SEM CONDICAO.
           MOVE 1 TO WS-PARC-SEM-CONDPAG
           IF COD-CONDPAG-PED > ZEROS
              MOVE COD-CONDPAG-PED TO COD-CONDPAG
              READ ARQ-CONDPAG WITH NO LOCK
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF QTD-PARCELAS-CP > ZEROS
                        MOVE ZEROS TO WS-PARC-SEM-CONDPAG
                        MOVE QTD-PARCELAS-CP TO WS-PARC-QTD
                     END-IF
              END-READ
           END-IF
           PERFORM VARYING WS-PARC-IND FROM 1 BY 1
                   UNTIL WS-PARC-IND > WS-PARC-QTD
              PERFORM GRAVA-PARCELA-TITULO
           END-PERFORM
           MOVE "F" TO SITUACAO-PEDIDO
           REWRITE WID-ARQ-PEDIDO
               INVALID KEY
                  CONTINUE
           END-REWRITE
      *    A RESERVA DOS ITENS VIRA SAIDA DE ESTOQUE.
           MOVE "S" TO WS-EST-TIPO-PED
           PERFORM PROCESSA-ESTOQUE-PEDIDO
           ADD 1 TO WS-CONT-FATURADOS.
           EXIT.
       GRAVA-PARCELA-TITULO SECTION.
           MOVE WS-PROX-TITULO   TO NUM-TITULO
           MOVE COD-EMPRESA-PED  TO COD-EMPRESA-TIT
           MOVE NUM-PEDIDO       TO NUM-PEDIDO-TIT
           MOVE COD-CLIENTE-PED  TO COD-CLIENTE-TIT
           MOVE COD-VENDEDOR-PED TO COD-VENDEDOR-TIT
           MOVE WS-DATA-HOJE     TO DATA-EMISSAO-TIT
           MOVE WS-PARC-IND      TO PARCELA-TIT
           MOVE WS-PARC-QTD      TO QTD-PARCELAS-TIT
      *    PEDIDO SEM CONDICAO: TITULO UNICO NO VENCIMENTO INFORMADO.
      *    COM CONDICAO: VENCIMENTO CONTADO DA EMISSAO E CENTAVOS DO
      *    ARREDONDAMENTO LANCADOS NA ULTIMA PARCELA.
           IF PARCELA-SEM-CONDPAG
              MOVE VALOR-PEDIDO      TO VALOR-TIT
              MOVE WS-VENCIMENTO-FAT TO DATA-VENCIMENTO-TIT
           ELSE
              IF WS-PARC-IND = WS-PARC-QTD
                 COMPUTE VALOR-TIT = VALOR-PEDIDO - WS-PARC-ACUMULADO
              ELSE
                 COMPUTE VALOR-TIT = VALOR-PEDIDO
                       * PCT-PARCELA-CP(WS-PARC-IND) / 100
              END-IF
              COMPUTE DATA-VENCIMENTO-TIT = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    + DIAS-PARCELA-CP(WS-PARC-IND))
           END-IF
           ADD VALOR-TIT TO WS-PARC-ACUMULADO
           MOVE VALOR-TIT TO SALDO-TIT
           MOVE ZEROS TO VALOR-JUROS-TIT
           MOVE ZEROS TO VALOR-MULTA-TIT
           MOVE ZEROS TO VALOR-DESCONTO-TIT
           MOVE ZEROS TO DATA-PAGAMENTO-TIT
           MOVE ZEROS TO VALOR-PAGO-TIT
           MOVE "A" TO SITUACAO-TIT
           WRITE WID-ARQ-TITULO
               INVALID KEY
                  REWRITE WID-ARQ-TITULO
           END-WRITE
           ADD 1 TO WS-PROX-TITULO
           ADD 1 TO WS-CONT-PARCELAS
           MOVE "TITULO" TO WS-HIST-TIPO
           MOVE NUM-TITULO TO WS-HIST-COD
           MOVE "FATURAMEN" TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-ANTES
           STRING "PEDIDO=" NUM-PEDIDO-TIT
                  " VALOR=" VALOR-TIT
                  " VENC=" DATA-VENCIMENTO-TIT
                  " PARC=" PARCELA-TIT "/" QTD-PARCELAS-TIT
                  DELIMITED BY SIZE INTO WS-HIST-DEPOIS
           PERFORM GRAVA-HISTORICO
           PERFORM APLICA-CREDITO-CLIENTE.
           EXIT.
       EXECUTA-BAIXA-TITULO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-TITULO
               IF REG-OK
                   IF TIT-LIQUIDADO
                      MOVE "TITULO JA LIQUIDADO" TO WS-MSG
                      MOVE ZEROS TO WS-REG
                   ELSE
                      IF WS-BX-DATA = ZEROS
                         ACCEPT WS-BX-DATA FROM DATE YYYYMMDD
                      END-IF
                      DISPLAY TELA-BAIXA-TITULO
                      ACCEPT TELA-BAIXA-TITULO
                      PERFORM CRITICA-DADOS-BAIXA
                      IF REG-OK
                         MOVE SPACES TO WS-OPCAO-BAIXA
                         DISPLAY TELA-CONFIRMA-BAIXA
                         ACCEPT TELA-CONFIRMA-BAIXA
                         IF CONFIRMA-BAIXA
                            PERFORM EFETIVA-BAIXA-TITULO
                            IF REG-OK
                               IF TIT-LIQUIDADO
                                  MOVE "TITULO LIQUIDADO" TO WS-MSG
                               ELSE
                                  MOVE "BAIXA PARCIAL REGISTRADA"
                                    TO WS-MSG
                               END-IF
                               DISPLAY TELA-ERRO
                               ACCEPT TELA-ERRO
                               DISPLAY TELA-MSG
                            END-IF
                         ELSE
                            MOVE "BAIXA CANCELADA" TO WS-MSG
                            DISPLAY TELA-ERRO
                            ACCEPT TELA-ERRO
                            DISPLAY TELA-MSG
                         END-IF
                      END-IF
                   END-IF
               END-IF
               IF NOT REG-OK
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-TITULO
               PERFORM MONTA-TELA-BAIXA-TITULO
           END-PERFORM.
           EXIT.
       CONSULTA-DADOS-TITULO SECTION.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ ARQ-TITULO
                   INVALID KEY
                   MOVE "TITULO NAO LOCALIZADO" TO WS-MSG
                   MOVE ZEROS TO WS-REG
               END-READ
               IF REG-OK AND
                  COD-EMPRESA-TIT NOT = WS-EMPRESA-ATUAL
                  MOVE "TITULO PERTENCE A OUTRA EMPRESA" TO WS-MSG
                  MOVE ZEROS TO WS-REG
               END-IF
           ELSE
               MOVE 99 TO WS-RESULTADO-ACESSO
           END-IF
           EXIT.
       CRITICA-DADOS-BAIXA SECTION.
           IF WS-BX-DATA = ZEROS
              MOVE "INFORME A DATA DO PAGAMENTO" TO WS-MSG
              MOVE ZEROS TO WS-REG
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BX-DATA) NOT = ZEROS
                 MOVE "DATA DO PAGAMENTO INVALIDA" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              ELSE
                 IF WS-BX-DATA < DATA-EMISSAO-TIT OR
                    WS-BX-DATA < DATA-PAGAMENTO-TIT
                    MOVE "DATA ANTERIOR A EMISSAO OU A ULTIMA BAIXA"
                      TO WS-MSG
                    MOVE ZEROS TO WS-REG
                 ELSE
                    IF WS-BX-VALOR = ZEROS
                       MOVE "INFORME O VALOR PAGO" TO WS-MSG
                       MOVE ZEROS TO WS-REG
                    ELSE
                       PERFORM CALCULA-ENCARGOS-BAIXA
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
       CALCULA-ENCARGOS-BAIXA SECTION.
           MOVE ZEROS TO WS-BX-JUROS
           MOVE ZEROS TO WS-BX-MULTA
           MOVE ZEROS TO WS-BX-SALDO-APOS
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-PAR
           READ ARQ-PARAMETRO WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO PCT-MULTA-PAR
                  MOVE ZEROS TO PCT-JUROS-MES-PAR
                  MOVE ZEROS TO DIAS-CARENCIA-PAR
           END-READ
           COMPUTE WS-BX-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-BX-DATA)
                 - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO-TIT)
      *    MULTA COBRADA UMA UNICA VEZ POR TITULO. JUROS PRO RATA DIA
      *    SOBRE O SALDO, CONTADOS DO VENCIMENTO OU DA ULTIMA BAIXA.
           IF WS-BX-DIAS-ATRASO > DIAS-CARENCIA-PAR
              IF VALOR-MULTA-TIT = ZEROS
                 COMPUTE WS-BX-MULTA ROUNDED =
                         SALDO-TIT * PCT-MULTA-PAR / 100
              END-IF
              MOVE DATA-VENCIMENTO-TIT TO WS-BX-DATA-BASE
              IF DATA-PAGAMENTO-TIT > WS-BX-DATA-BASE
                 MOVE DATA-PAGAMENTO-TIT TO WS-BX-DATA-BASE
              END-IF
              COMPUTE WS-BX-DIAS-JUROS =
                      FUNCTION INTEGER-OF-DATE(WS-BX-DATA)
                    - FUNCTION INTEGER-OF-DATE(WS-BX-DATA-BASE)
              IF WS-BX-DIAS-JUROS > ZEROS
                 COMPUTE WS-BX-JUROS ROUNDED =
                         SALDO-TIT * PCT-JUROS-MES-PAR
                       * WS-BX-DIAS-JUROS / 3000
              END-IF
           END-IF
           COMPUTE WS-BX-PRINCIPAL = WS-BX-VALOR + WS-BX-DESCONTO
                                   - WS-BX-JUROS - WS-BX-MULTA
           IF WS-BX-PRINCIPAL NOT > ZEROS
              MOVE "VALOR PAGO NAO COBRE JUROS E MULTA" TO WS-MSG
              MOVE ZEROS TO WS-REG
           ELSE
              IF WS-BX-PRINCIPAL > SALDO-TIT
                 MOVE "VALOR PAGO EXCEDE O SALDO DEVIDO" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              ELSE
                 COMPUTE WS-BX-SALDO-APOS = SALDO-TIT - WS-BX-PRINCIPAL
              END-IF
           END-IF.
           EXIT.
       REGRAVA-TITULO-COM-RETENTATIVA SECTION.
           MOVE ZEROS TO WS-RETRY-CONT
           MOVE ZEROS TO WS-RESULTADO-ACESSO
           PERFORM UNTIL WS-RETRY-CONT >= WS-RETRY-MAX
               REWRITE WID-ARQ-TITULO
                  INVALID KEY
                     CONTINUE
               END-REWRITE
               IF WS-RESULTADO-ACESSO = 51
                   ADD 1 TO WS-RETRY-CONT
                   PERFORM AGUARDA-RETENTATIVA
               ELSE
                   MOVE WS-RETRY-MAX TO WS-RETRY-CONT
               END-IF
           END-PERFORM
           IF WS-RESULTADO-ACESSO = ZEROS
               MOVE 1 TO WS-REG
           ELSE
               MOVE ZEROS TO WS-REG
               PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF.
           EXIT.
       EFETIVA-BAIXA-TITULO SECTION.
           PERFORM BUSCA-ULTIMO-MOVIMENTO
           MOVE SALDO-TIT TO WS-BX-SALDO-ANTES
           MOVE WS-BX-SALDO-APOS TO SALDO-TIT
           ADD WS-BX-VALOR    TO VALOR-PAGO-TIT
           ADD WS-BX-JUROS    TO VALOR-JUROS-TIT
           ADD WS-BX-MULTA    TO VALOR-MULTA-TIT
           ADD WS-BX-DESCONTO TO VALOR-DESCONTO-TIT
           MOVE WS-BX-DATA    TO DATA-PAGAMENTO-TIT
           IF SALDO-TIT = ZEROS
              MOVE "L" TO SITUACAO-TIT
           END-IF
           PERFORM REGRAVA-TITULO-COM-RETENTATIVA
           IF REG-OK
              MOVE "P" TO WS-MOV-TIPO
              MOVE WS-BX-VALOR TO WS-MOV-VALOR
              PERFORM GRAVA-MOVIMENTO-TITULO
              IF WS-BX-JUROS > ZEROS
                 MOVE "J" TO WS-MOV-TIPO
                 MOVE WS-BX-JUROS TO WS-MOV-VALOR
                 PERFORM GRAVA-MOVIMENTO-TITULO
              END-IF
              IF WS-BX-MULTA > ZEROS
                 MOVE "M" TO WS-MOV-TIPO
                 MOVE WS-BX-MULTA TO WS-MOV-VALOR
                 PERFORM GRAVA-MOVIMENTO-TITULO
              END-IF
              IF WS-BX-DESCONTO > ZEROS
                 MOVE "D" TO WS-MOV-TIPO
                 MOVE WS-BX-DESCONTO TO WS-MOV-VALOR
                 PERFORM GRAVA-MOVIMENTO-TITULO
              END-IF
              MOVE "TITULO" TO WS-HIST-TIPO
              MOVE NUM-TITULO TO WS-HIST-COD
              IF TIT-LIQUIDADO
                 MOVE "BAIXA" TO WS-HIST-OPERACAO
              ELSE
                 MOVE "BAIXAPARC" TO WS-HIST-OPERACAO
              END-IF
              MOVE SPACES TO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "SALDO=" WS-BX-SALDO-ANTES
                     " LOTE=" WS-MOV-PROX-LOTE
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              STRING "PAGO=" WS-BX-VALOR
                     " DATA=" WS-BX-DATA
                     " ENC=" WS-BX-JUROS "+" WS-BX-MULTA
                     " SALDO=" SALDO-TIT
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              PERFORM GRAVA-HISTORICO
           END-IF.
           EXIT.
       BUSCA-ULTIMO-MOVIMENTO SECTION.
           MOVE 1 TO WS-MOV-PROX-SEQ
           MOVE 1 TO WS-MOV-PROX-LOTE
           MOVE ZEROS TO WS-MOV-ULT-LOTE
           MOVE ZEROS TO WS-MOV-ULT-DATA
           MOVE ZEROS TO WS-MOV-ANT-DATA
           MOVE ZEROS TO WS-MOV-LOTE-CREDITO
           MOVE ZEROS TO WS-FIM-MOV
           MOVE NUM-TITULO TO NUM-TITULO-MOV
           MOVE ZEROS TO SEQ-MOV
           START ARQ-MOVTIT KEY IS NOT LESS THAN CHAVE-MOV
               INVALID KEY
                  MOVE 1 TO WS-FIM-MOV
           END-START
           PERFORM UNTIL FIM-MOV
               READ ARQ-MOVTIT NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-MOV
                   NOT AT END
                      IF NUM-TITULO-MOV NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-MOV
                      ELSE
                         COMPUTE WS-MOV-PROX-SEQ = SEQ-MOV + 1
                         IF LOTE-MOV NOT < WS-MOV-PROX-LOTE
                            COMPUTE WS-MOV-PROX-LOTE = LOTE-MOV + 1
                         END-IF
                         IF MOV-PAGAMENTO AND MOV-ATIVO
                            MOVE WS-MOV-ULT-DATA TO WS-MOV-ANT-DATA
                            MOVE DATA-MOV TO WS-MOV-ULT-DATA
                            MOVE LOTE-MOV TO WS-MOV-ULT-LOTE
                         END-IF
                         IF MOV-DEVOLUCAO OR MOV-CREDITO OR
                            MOV-USO-CREDITO
                            MOVE LOTE-MOV TO WS-MOV-LOTE-CREDITO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       GRAVA-MOVIMENTO-TITULO SECTION.
           MOVE NUM-TITULO        TO NUM-TITULO-MOV
           MOVE WS-MOV-PROX-SEQ   TO SEQ-MOV
           MOVE COD-EMPRESA-TIT   TO COD-EMPRESA-MOV
           MOVE COD-CLIENTE-TIT   TO COD-CLIENTE-MOV
           MOVE WS-MOV-PROX-LOTE  TO LOTE-MOV
           MOVE WS-MOV-TIPO       TO TIPO-MOV
           MOVE WS-BX-DATA        TO DATA-MOV
           MOVE WS-MOV-VALOR      TO VALOR-MOV
           MOVE WS-BX-SALDO-ANTES TO SALDO-ANTES-MOV
           MOVE WS-BX-SALDO-APOS  TO SALDO-APOS-MOV
           MOVE "A"               TO SITUACAO-MOV
           MOVE WS-OPERADOR       TO OPERADOR-MOV
           ACCEPT DATA-REGISTRO-MOV FROM DATE YYYYMMDD
           WRITE WID-ARQ-MOVTIT
               INVALID KEY
                  CONTINUE
           END-WRITE
           ADD 1 TO WS-MOV-PROX-SEQ.
           EXIT.
       EXECUTA-ESTORNO-BAIXA SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-TITULO
               IF REG-OK
                   PERFORM BUSCA-ULTIMO-MOVIMENTO
                   IF WS-MOV-ULT-LOTE = ZEROS
                      MOVE "TITULO SEM BAIXA A ESTORNAR" TO WS-MSG
                      MOVE ZEROS TO WS-REG
                   END-IF
      *            DEVOLUCAO OU CREDITO POSTERIOR A BAIXA IMPEDE O
      *            ESTORNO, POIS O SALDO ANTERIOR NAO VALE MAIS.
                   IF REG-OK AND
                      WS-MOV-LOTE-CREDITO > WS-MOV-ULT-LOTE
                      MOVE "TITULO COM DEVOLUCAO APOS A BAIXA" TO WS-MSG
                      MOVE ZEROS TO WS-REG
                   END-IF
                   IF REG-OK
                      PERFORM ACUMULA-LOTE-ESTORNO
                      MOVE SPACES TO WS-OPCAO-BAIXA
                      DISPLAY TELA-ESTORNO-BAIXA
                      DISPLAY TELA-CONFIRMA-ESTORNO
                      ACCEPT TELA-CONFIRMA-ESTORNO
                      IF CONFIRMA-BAIXA
                         PERFORM EFETIVA-ESTORNO-BAIXA
                         IF REG-OK
                            MOVE "BAIXA ESTORNADA - TITULO REABERTO"
                              TO WS-MSG
                            DISPLAY TELA-ERRO
                            ACCEPT TELA-ERRO
                            DISPLAY TELA-MSG
                         END-IF
                      ELSE
                         MOVE "ESTORNO CANCELADO" TO WS-MSG
                         DISPLAY TELA-ERRO
                         ACCEPT TELA-ERRO
                         DISPLAY TELA-MSG
                      END-IF
                   END-IF
               END-IF
               IF NOT REG-OK
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-TITULO
               PERFORM MONTA-TELA-ESTORNO-BAIXA
           END-PERFORM.
           EXIT.
       ACUMULA-LOTE-ESTORNO SECTION.
           MOVE ZEROS TO WS-EST-PAGO
           MOVE ZEROS TO WS-EST-JUROS
           MOVE ZEROS TO WS-EST-MULTA
           MOVE ZEROS TO WS-EST-DESCONTO
           MOVE ZEROS TO WS-EST-SALDO-ANTES
           MOVE ZEROS TO WS-FIM-MOV
           MOVE NUM-TITULO TO NUM-TITULO-MOV
           MOVE ZEROS TO SEQ-MOV
           START ARQ-MOVTIT KEY IS NOT LESS THAN CHAVE-MOV
               INVALID KEY
                  MOVE 1 TO WS-FIM-MOV
           END-START
           PERFORM UNTIL FIM-MOV
               READ ARQ-MOVTIT NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-MOV
                   NOT AT END
                      IF NUM-TITULO-MOV NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-MOV
                      ELSE
                         IF LOTE-MOV = WS-MOV-ULT-LOTE AND
                            MOV-ATIVO
                            EVALUATE TRUE
                                WHEN MOV-PAGAMENTO
                                   ADD VALOR-MOV TO WS-EST-PAGO
                                   MOVE SALDO-ANTES-MOV
                                     TO WS-EST-SALDO-ANTES
                                WHEN MOV-JUROS
                                   ADD VALOR-MOV TO WS-EST-JUROS
                                WHEN MOV-MULTA
                                   ADD VALOR-MOV TO WS-EST-MULTA
                                WHEN MOV-DESCONTO
                                   ADD VALOR-MOV TO WS-EST-DESCONTO
                            END-EVALUATE
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-EST-ENCARGOS = WS-EST-JUROS + WS-EST-MULTA.
           EXIT.
       EFETIVA-ESTORNO-BAIXA SECTION.
           MOVE SALDO-TIT TO WS-BX-SALDO-ANTES
           MOVE WS-EST-SALDO-ANTES TO SALDO-TIT
           SUBTRACT WS-EST-PAGO     FROM VALOR-PAGO-TIT
           SUBTRACT WS-EST-JUROS    FROM VALOR-JUROS-TIT
           SUBTRACT WS-EST-MULTA    FROM VALOR-MULTA-TIT
           SUBTRACT WS-EST-DESCONTO FROM VALOR-DESCONTO-TIT
           MOVE WS-MOV-ANT-DATA TO DATA-PAGAMENTO-TIT
           MOVE "A" TO SITUACAO-TIT
           PERFORM REGRAVA-TITULO-COM-RETENTATIVA
           IF REG-OK
              PERFORM MARCA-LOTE-ESTORNADO
              MOVE WS-EST-SALDO-ANTES TO WS-BX-SALDO-APOS
              ACCEPT WS-BX-DATA FROM DATE YYYYMMDD
              MOVE WS-MOV-ULT-LOTE TO WS-MOV-PROX-LOTE
              MOVE "E" TO WS-MOV-TIPO
              MOVE WS-EST-PAGO TO WS-MOV-VALOR
              PERFORM GRAVA-MOVIMENTO-TITULO
              MOVE "TITULO" TO WS-HIST-TIPO
              MOVE NUM-TITULO TO WS-HIST-COD
              MOVE "ESTORNO" TO WS-HIST-OPERACAO
              MOVE SPACES TO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "SALDO=" WS-BX-SALDO-ANTES
                     " LOTE=" WS-MOV-ULT-LOTE
                     " DATA=" WS-MOV-ULT-DATA
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              STRING "PAGO=" WS-EST-PAGO
                     " ENC=" WS-EST-ENCARGOS
                     " SALDO=" SALDO-TIT
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              PERFORM GRAVA-HISTORICO
           END-IF.
           EXIT.
       MARCA-LOTE-ESTORNADO SECTION.
           MOVE ZEROS TO WS-FIM-MOV
           MOVE NUM-TITULO TO NUM-TITULO-MOV
           MOVE ZEROS TO SEQ-MOV
           START ARQ-MOVTIT KEY IS NOT LESS THAN CHAVE-MOV
               INVALID KEY
                  MOVE 1 TO WS-FIM-MOV
           END-START
           PERFORM UNTIL FIM-MOV
               READ ARQ-MOVTIT NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-MOV
                   NOT AT END
                      IF NUM-TITULO-MOV NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-MOV
                      ELSE
                         IF LOTE-MOV = WS-MOV-ULT-LOTE AND
                            MOV-ATIVO
                            MOVE "E" TO SITUACAO-MOV
                            REWRITE WID-ARQ-MOVTIT
                                INVALID KEY
                                   CONTINUE
                            END-REWRITE
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           UNLOCK ARQ-MOVTIT.
           EXIT.
       EXECUTA-REMESSA SECTION.
           IF NOMEARQ-EXP = SPACES
              MOVE 'FAVOR INFORMAR O NOME DO ARQUIVO' TO WS-MSG
           ELSE
              MOVE "REMESSA" TO WS-EXEC-ROTINA
              PERFORM REGISTRA-INICIO-EXECUCAO
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE ZEROS TO WS-BCO-QTD-TIT
              MOVE ZEROS TO WS-BCO-TOTAL
              PERFORM LE-PARAMETRO-REMESSA
              OPEN OUTPUT ARQ-REMESSA
              IF WS-RESULTADO-ACESSO = ZEROS
                 MOVE "remessa" TO WS-REL-TIPO
                 PERFORM MONTA-NOME-RELATORIO
                 OPEN OUTPUT ARQ-BANCO-LST
                 IF WS-RESULTADO-ACESSO = ZEROS
                    ADD 1 TO NUM-REMESSA-PAR
                    PERFORM GERA-ARQUIVO-REMESSA
                    CLOSE ARQ-BANCO-LST
                    PERFORM GRAVA-PARAMETRO-REMESSA
                    MOVE SPACES TO WS-CAT-PARAMETRO
                    STRING "REMESSA=" NUM-REMESSA-PAR
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                    MOVE WS-BCO-QTD-TIT TO WS-CAT-LINHAS
                    PERFORM GRAVA-CATALOGO-RELATORIO
                    MOVE WS-BCO-QTD-TIT TO WS-EXEC-CONT1
                    MOVE NUM-REMESSA-PAR TO WS-EXEC-CONT2
                    MOVE "O" TO WS-EXEC-RESULTADO
                    MOVE SPACES TO WS-MSG
                    STRING "REMESSA " NUM-REMESSA-PAR " GERADA - "
                           WS-BCO-QTD-TIT " TITULOS"
                           DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
                 CLOSE ARQ-REMESSA
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              UNLOCK ARQ-PARAMETRO
              PERFORM REGISTRA-FIM-EXECUCAO
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       LE-PARAMETRO-REMESSA SECTION.
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
           MOVE 1 TO WS-REG
           READ ARQ-PARAMETRO
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF NOT REG-OK
              MOVE SPACES TO WID-ARQ-PARAMETRO
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
              MOVE ZEROS TO PCT-MULTA-PAR
              MOVE ZEROS TO PCT-JUROS-MES-PAR
              MOVE ZEROS TO DIAS-CARENCIA-PAR
           END-IF
           IF NUM-REMESSA-PAR NOT NUMERIC
              MOVE ZEROS TO NUM-REMESSA-PAR
           END-IF
           IF ULT-TITULO-REM-PAR NOT NUMERIC
              MOVE ZEROS TO ULT-TITULO-REM-PAR
           END-IF.
           EXIT.
       GRAVA-PARAMETRO-REMESSA SECTION.
           IF WS-BCO-ULT-TITULO > ULT-TITULO-REM-PAR
              MOVE WS-BCO-ULT-TITULO TO ULT-TITULO-REM-PAR
           END-IF
           IF REG-OK
              REWRITE WID-ARQ-PARAMETRO
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           ELSE
              WRITE WID-ARQ-PARAMETRO
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           EXIT.
       GERA-ARQUIVO-REMESSA SECTION.
           MOVE SPACES TO WID-ARQ-BANCO-LST
           STRING "REMESSA BANCARIA " NUM-REMESSA-PAR
                  " - EMPRESA " WS-EMPRESA-ATUAL
                  " - GERADA EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-BANCO-LST
           END-STRING
           WRITE WID-ARQ-BANCO-LST
           MOVE SPACES TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE WS-EMPRESA-ATUAL TO WS-REMH-EMPRESA
           MOVE NUM-REMESSA-PAR TO WS-REMH-NUMERO
           MOVE WS-DATA-HOJE TO WS-REMH-DATA
           MOVE WS-REM-HEADER TO WID-ARQ-REMESSA
           WRITE WID-ARQ-REMESSA
      *    SO ENTRAM OS TITULOS EMITIDOS APOS A ULTIMA REMESSA DA
      *    EMPRESA - A NUMERACAO DO TITULO E SEMPRE CRESCENTE.
           MOVE ULT-TITULO-REM-PAR TO WS-BCO-ULT-TITULO
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           COMPUTE NUM-TITULO = ULT-TITULO-REM-PAR + 1
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF COD-EMPRESA-TIT = WS-EMPRESA-ATUAL
                         MOVE NUM-TITULO TO WS-BCO-ULT-TITULO
                         IF TIT-ABERTO
                            PERFORM GRAVA-DETALHE-REMESSA
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           MOVE WS-BCO-QTD-TIT TO WS-REMT-QTD
           MOVE WS-BCO-TOTAL TO WS-REMT-TOTAL
           MOVE WS-REM-TRAILER TO WID-ARQ-REMESSA
           WRITE WID-ARQ-REMESSA
           MOVE SPACES TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE "TITULOS ENVIADOS............:" TO WS-AGIT-ROTULO
           MOVE WS-BCO-QTD-TIT TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE "VALOR TOTAL ENVIADO.........:" TO WS-AGIT-ROTULO
           MOVE WS-BCO-TOTAL TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST.
           EXIT.
       GRAVA-DETALHE-REMESSA SECTION.
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-CLI
           MOVE COD-CLIENTE-TIT TO COD-CLIENTE
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE SPACES TO CNPJ-CLIENTE
                  MOVE SPACES TO RAZAO-CLIENTE
           END-READ
           MOVE NUM-TITULO          TO WS-REMD-TITULO
           MOVE PARCELA-TIT         TO WS-REMD-PARCELA
           MOVE QTD-PARCELAS-TIT    TO WS-REMD-QTD
           MOVE DATA-EMISSAO-TIT    TO WS-REMD-EMISSAO
           MOVE DATA-VENCIMENTO-TIT TO WS-REMD-VENCIMENTO
           MOVE SALDO-TIT           TO WS-REMD-VALOR
           MOVE CNPJ-CLIENTE        TO WS-REMD-CNPJ
           MOVE RAZAO-CLIENTE       TO WS-REMD-RAZAO
           MOVE WS-REM-DETALHE TO WID-ARQ-REMESSA
           WRITE WID-ARQ-REMESSA
           MOVE NUM-TITULO          TO WS-EXTT-NUM
           MOVE PARCELA-TIT         TO WS-EXTT-PARC
           MOVE QTD-PARCELAS-TIT    TO WS-EXTT-QTD
           MOVE DATA-VENCIMENTO-TIT TO WS-EXTT-VENC
           MOVE VALOR-TIT           TO WS-EXTT-VALOR
           MOVE SALDO-TIT           TO WS-EXTT-SALDO
           MOVE SITUACAO-TIT        TO WS-EXTT-SIT
           MOVE WS-LINHA-EXTRATO-TIT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           ADD 1 TO WS-BCO-QTD-TIT
           ADD SALDO-TIT TO WS-BCO-TOTAL.
           EXIT.
       EXECUTA-RETORNO SECTION.
           IF NOMEARQ = SPACES
              MOVE 'FAVOR INFORMAR O NOME DO ARQUIVO' TO WS-MSG
           ELSE
              MOVE "RETORNO" TO WS-EXEC-ROTINA
              PERFORM REGISTRA-INICIO-EXECUCAO
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE ZEROS TO WS-BCO-LIDOS
              MOVE ZEROS TO WS-BCO-BAIXADOS
              MOVE ZEROS TO WS-BCO-EXCECOES
              MOVE ZEROS TO WS-BCO-TOTAL
              OPEN INPUT ARQ-RETORNO
              IF WS-RESULTADO-ACESSO = ZEROS
                 MOVE "retorno" TO WS-REL-TIPO
                 PERFORM MONTA-NOME-RELATORIO
                 OPEN OUTPUT ARQ-BANCO-LST
                 IF WS-RESULTADO-ACESSO = ZEROS
                    PERFORM PROCESSA-ARQUIVO-RETORNO
                    CLOSE ARQ-BANCO-LST
                    MOVE SPACES TO WS-CAT-PARAMETRO
                    STRING NOMEARQ DELIMITED BY SPACE
                           INTO WS-CAT-PARAMETRO
                    END-STRING
                    MOVE WS-BCO-EXCECOES TO WS-CAT-LINHAS
                    PERFORM GRAVA-CATALOGO-RELATORIO
                    MOVE WS-BCO-LIDOS TO WS-EXEC-CONT1
                    MOVE WS-BCO-BAIXADOS TO WS-EXEC-CONT2
                    MOVE WS-BCO-EXCECOES TO WS-EXEC-CONT3
                    MOVE "O" TO WS-EXEC-RESULTADO
                    MOVE SPACES TO WS-MSG
                    STRING WS-BCO-LIDOS " LIDOS, "
                           WS-BCO-BAIXADOS " BAIXADOS, "
                           WS-BCO-EXCECOES " EXCECOES"
                           DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
                 CLOSE ARQ-RETORNO
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              PERFORM REGISTRA-FIM-EXECUCAO
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       PROCESSA-ARQUIVO-RETORNO SECTION.
           MOVE SPACES TO WID-ARQ-BANCO-LST
           STRING "EXCECOES DO RETORNO BANCARIO - EMPRESA "
                  WS-EMPRESA-ATUAL " - PROCESSADO EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-BANCO-LST
           END-STRING
           WRITE WID-ARQ-BANCO-LST
           MOVE "TITULO  DT.PAGTO     VALOR PAGO  VALOR DEVIDO MOTIVO"
             TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE SPACES TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE ZEROS TO WS-FIM-RET
           PERFORM UNTIL FIM-RET
               READ ARQ-RETORNO
                   AT END
                      MOVE 1 TO WS-FIM-RET
                   NOT AT END
                      IF RET-DETALHE
                         PERFORM PROCESSA-LINHA-RETORNO
                      END-IF
               END-READ
           END-PERFORM
           IF WS-BCO-EXCECOES = ZEROS
              MOVE "NENHUMA EXCECAO NO ARQUIVO" TO WID-ARQ-BANCO-LST
              WRITE WID-ARQ-BANCO-LST
           END-IF
           MOVE SPACES TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE "LINHAS DE PAGAMENTO LIDAS...:" TO WS-AGIT-ROTULO
           MOVE WS-BCO-LIDOS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE "BAIXAS EFETUADAS............:" TO WS-AGIT-ROTULO
           MOVE WS-BCO-BAIXADOS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE "VALOR BAIXADO...............:" TO WS-AGIT-ROTULO
           MOVE WS-BCO-TOTAL TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           MOVE "EXCECOES....................:" TO WS-AGIT-ROTULO
           MOVE WS-BCO-EXCECOES TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST.
           EXIT.
       PROCESSA-LINHA-RETORNO SECTION.
           ADD 1 TO WS-BCO-LIDOS
           MOVE ZEROS TO WS-BCO-DEVIDO
           MOVE ZEROS TO WS-BX-JUROS
           MOVE ZEROS TO WS-BX-MULTA
           MOVE 1 TO WS-REG
           IF NUM-TITULO-RET NOT NUMERIC OR
              DATA-PAGTO-RET NOT NUMERIC OR
              VALOR-PAGO-RET NOT NUMERIC
              MOVE "LINHA COM CAMPOS INVALIDOS" TO WS-MSG
              MOVE ZEROS TO WS-REG
           ELSE
              MOVE NUM-TITULO-RET TO NUM-TITULO
              READ ARQ-TITULO
                  INVALID KEY
                     MOVE "TITULO NAO LOCALIZADO" TO WS-MSG
                     MOVE ZEROS TO WS-REG
              END-READ
           END-IF
           IF REG-OK AND COD-EMPRESA-TIT NOT = WS-EMPRESA-ATUAL
              MOVE "TITULO PERTENCE A OUTRA EMPRESA" TO WS-MSG
              MOVE ZEROS TO WS-REG
           END-IF
           IF REG-OK AND TIT-LIQUIDADO
              MOVE "TITULO JA LIQUIDADO" TO WS-MSG
              MOVE ZEROS TO WS-REG
           END-IF
      *    O BANCO LIQUIDA O TITULO INTEIRO: SO BAIXA QUANDO O VALOR
      *    PAGO COBRE EXATAMENTE SALDO, JUROS E MULTA DA DATA DO
      *    PAGAMENTO. DIFERENCAS FICAM PARA TRATAMENTO MANUAL.
           IF REG-OK
              MOVE DATA-PAGTO-RET TO WS-BX-DATA
              MOVE VALOR-PAGO-RET TO WS-BX-VALOR
              MOVE ZEROS TO WS-BX-DESCONTO
              PERFORM CRITICA-DADOS-BAIXA
              COMPUTE WS-BCO-DEVIDO = SALDO-TIT + WS-BX-JUROS
                                    + WS-BX-MULTA
              IF REG-OK AND WS-BX-SALDO-APOS > ZEROS
                 MOVE "VALOR PAGO MENOR QUE O DEVIDO" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              END-IF
              IF REG-OK
                 PERFORM EFETIVA-BAIXA-TITULO
                 IF REG-OK
                    ADD 1 TO WS-BCO-BAIXADOS
                    ADD WS-BX-VALOR TO WS-BCO-TOTAL
                 END-IF
              END-IF
           END-IF
           IF NOT REG-OK
              PERFORM GRAVA-EXCECAO-RETORNO
           END-IF
           UNLOCK ARQ-TITULO.
           EXIT.
       GRAVA-EXCECAO-RETORNO SECTION.
           MOVE NUM-TITULO-RET TO WS-LRET-TITULO
           MOVE DATA-PAGTO-RET TO WS-LRET-DATA
           IF VALOR-PAGO-RET NUMERIC
              MOVE VALOR-PAGO-RET TO WS-LRET-PAGO
           ELSE
              MOVE ZEROS TO WS-LRET-PAGO
           END-IF
           MOVE WS-BCO-DEVIDO TO WS-LRET-DEVIDO
           MOVE WS-MSG TO WS-LRET-MOTIVO
           MOVE WS-LINHA-RETORNO TO WID-ARQ-BANCO-LST
           WRITE WID-ARQ-BANCO-LST
           ADD 1 TO WS-BCO-EXCECOES.
           EXIT.
       EXECUTA-COBRANCA SECTION.
      *    REGUA DE COBRANCA: CLASSIFICA CADA CLIENTE PELO MAIOR ATRASO
      *    DOS TITULOS EM ABERTO, EMITE AS CARTAS, BLOQUEIA OU LIBERA
      *    O CLIENTE E CATALOGA A LISTA DE INADIMPLENTES POR VENDEDOR.
           MOVE "COBRANCA" TO WS-EXEC-ROTINA
           PERFORM REGISTRA-INICIO-EXECUCAO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-COB-EM-ATRASO
           MOVE ZEROS TO WS-COB-CARTAS
           MOVE ZEROS TO WS-COB-BLOQUEADOS
           MOVE ZEROS TO WS-COB-LIBERADOS
           PERFORM LE-PARAMETRO-COBRANCA
           PERFORM ZERA-POSICAO-COBRANCA
           PERFORM ACUMULA-ATRASO-COBRANCA
           MOVE "cartacobr" TO WS-REL-TIPO
           PERFORM MONTA-NOME-RELATORIO
           OPEN OUTPUT ARQ-COBRANCA-LST
           IF WS-RESULTADO-ACESSO = ZEROS
              MOVE ZEROS TO WS-COB-LINHAS
              PERFORM CLASSIFICA-CLIENTES-COBRANCA
              CLOSE ARQ-COBRANCA-LST
              MOVE SPACES TO WS-CAT-PARAMETRO
              STRING "POSICAO=" WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
              END-STRING
              MOVE WS-COB-LINHAS TO WS-CAT-LINHAS
              PERFORM GRAVA-CATALOGO-RELATORIO
              MOVE "inadimplente" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-COBRANCA-LST
           END-IF
           IF WS-RESULTADO-ACESSO = ZEROS
              MOVE ZEROS TO WS-COB-LINHAS
              PERFORM IMPRIME-INADIMPLENTES
              CLOSE ARQ-COBRANCA-LST
              MOVE SPACES TO WS-CAT-PARAMETRO
              STRING "POSICAO=" WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
              END-STRING
              MOVE WS-COB-LINHAS TO WS-CAT-LINHAS
              PERFORM GRAVA-CATALOGO-RELATORIO
              MOVE SPACES TO WS-MSG
              STRING "ATRASO:" WS-COB-EM-ATRASO
                     " CARTAS:" WS-COB-CARTAS
                     " BLOQ:" WS-COB-BLOQUEADOS
                     " LIB:" WS-COB-LIBERADOS
                     DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              MOVE "O" TO WS-EXEC-RESULTADO
           ELSE
              PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF
           MOVE WS-COB-EM-ATRASO TO WS-EXEC-CONT1
           MOVE WS-COB-CARTAS TO WS-EXEC-CONT2
           MOVE WS-COB-BLOQUEADOS TO WS-EXEC-CONT3
           PERFORM REGISTRA-FIM-EXECUCAO
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       LE-PARAMETRO-COBRANCA SECTION.
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
           READ ARQ-PARAMETRO WITH NO LOCK
               INVALID KEY
                  MOVE SPACES TO WID-ARQ-PARAMETRO
                  MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
           END-READ
           PERFORM AJUSTA-REGUA-COBRANCA
           MOVE DIAS-LEMBRETE-PAR TO WS-COB-DIAS-LEMB
           MOVE DIAS-NOTIFICA-PAR TO WS-COB-DIAS-NOTIF
           MOVE DIAS-BLOQUEIO-PAR TO WS-COB-DIAS-BLOQ.
           EXIT.
       AJUSTA-REGUA-COBRANCA SECTION.
      *    EMPRESA SEM REGUA CADASTRADA: LEMBRETE COM 5 DIAS DE ATRASO,
      *    NOTIFICACAO COM 15 E BLOQUEIO COM 30.
           IF DIAS-LEMBRETE-PAR NOT NUMERIC OR
              DIAS-LEMBRETE-PAR = ZEROS
              MOVE 5 TO DIAS-LEMBRETE-PAR
           END-IF
           IF DIAS-NOTIFICA-PAR NOT NUMERIC OR
              DIAS-NOTIFICA-PAR = ZEROS
              MOVE 15 TO DIAS-NOTIFICA-PAR
           END-IF
           IF DIAS-BLOQUEIO-PAR NOT NUMERIC OR
              DIAS-BLOQUEIO-PAR = ZEROS
              MOVE 30 TO DIAS-BLOQUEIO-PAR
           END-IF.
           EXIT.
       ZERA-POSICAO-COBRANCA SECTION.
           MOVE ZEROS TO WS-FIM-COB
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-COB
           MOVE ZEROS TO COD-CLIENTE-COB
           START ARQ-COBRANCA KEY IS NOT LESS THAN CHAVE-COB
               INVALID KEY
                  MOVE 1 TO WS-FIM-COB
           END-START
           PERFORM UNTIL FIM-COB
               READ ARQ-COBRANCA NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-COB
                   NOT AT END
                      IF COD-EMPRESA-COB NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-COB
                      ELSE
                         MOVE ZEROS TO QTD-VENCIDOS-COB
                         MOVE ZEROS TO VALOR-VENCIDO-COB
                         MOVE ZEROS TO MAIOR-ATRASO-COB
                         REWRITE WID-ARQ-COBRANCA
                             INVALID KEY
                                CONTINUE
                         END-REWRITE
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ACUMULA-ATRASO-COBRANCA SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND
                         COD-EMPRESA-TIT = WS-EMPRESA-ATUAL
                         COMPUTE WS-DIAS-ATRASO =
                                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                               - FUNCTION INTEGER-OF-DATE(
                                 DATA-VENCIMENTO-TIT)
                         IF WS-DIAS-ATRASO > ZEROS
                            PERFORM ACUMULA-TITULO-COBRANCA
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ACUMULA-TITULO-COBRANCA SECTION.
           MOVE 1 TO WS-REG
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-COB
           MOVE COD-CLIENTE-TIT TO COD-CLIENTE-COB
           READ ARQ-COBRANCA
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF NOT REG-OK
              MOVE SPACES TO WID-ARQ-COBRANCA
              MOVE COD-EMPRESA-TIT TO COD-EMPRESA-COB
              MOVE COD-CLIENTE-TIT TO COD-CLIENTE-COB
              MOVE ZEROS TO COD-VENDEDOR-COB
              MOVE ZEROS TO NIVEL-COB
              MOVE "N" TO BLOQUEIO-COB
              MOVE ZEROS TO QTD-VENCIDOS-COB
              MOVE ZEROS TO VALOR-VENCIDO-COB
              MOVE ZEROS TO MAIOR-ATRASO-COB
              MOVE ZEROS TO DATA-ULT-COBRANCA-COB
              MOVE ZEROS TO DATA-BLOQUEIO-COB
              MOVE ZEROS TO DATA-DESBLOQUEIO-COB
           END-IF
           ADD 1 TO QTD-VENCIDOS-COB
           ADD SALDO-TIT TO VALOR-VENCIDO-COB
           IF WS-DIAS-ATRASO > MAIOR-ATRASO-COB
              MOVE WS-DIAS-ATRASO TO MAIOR-ATRASO-COB
           END-IF
           IF REG-OK
              REWRITE WID-ARQ-COBRANCA
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           ELSE
              WRITE WID-ARQ-COBRANCA
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           EXIT.
       CLASSIFICA-CLIENTES-COBRANCA SECTION.
           MOVE ZEROS TO WS-FIM-COB
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-COB
           MOVE ZEROS TO COD-CLIENTE-COB
           START ARQ-COBRANCA KEY IS NOT LESS THAN CHAVE-COB
               INVALID KEY
                  MOVE 1 TO WS-FIM-COB
           END-START
           PERFORM UNTIL FIM-COB
               READ ARQ-COBRANCA NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-COB
                   NOT AT END
                      IF COD-EMPRESA-COB NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-COB
                      ELSE
                         PERFORM CLASSIFICA-CLIENTE-COBRANCA
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       CLASSIFICA-CLIENTE-COBRANCA SECTION.
           MOVE COD-EMPRESA-COB TO COD-EMPRESA-CV
           MOVE COD-CLIENTE-COB TO COD-CLIENTE-CV
           READ ARQ-CLI-VEND WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COD-VENDEDOR-CV
           END-READ
           MOVE COD-VENDEDOR-CV TO COD-VENDEDOR-COB
           MOVE NIVEL-COB TO WS-COB-NIVEL-ANT
           EVALUATE TRUE
               WHEN QTD-VENCIDOS-COB = ZEROS
                   MOVE 0 TO WS-COB-NIVEL
               WHEN MAIOR-ATRASO-COB >= WS-COB-DIAS-BLOQ
                   MOVE 3 TO WS-COB-NIVEL
               WHEN MAIOR-ATRASO-COB >= WS-COB-DIAS-NOTIF
                   MOVE 2 TO WS-COB-NIVEL
               WHEN MAIOR-ATRASO-COB >= WS-COB-DIAS-LEMB
                   MOVE 1 TO WS-COB-NIVEL
               WHEN OTHER
                   MOVE 0 TO WS-COB-NIVEL
           END-EVALUATE
           MOVE WS-COB-NIVEL TO NIVEL-COB
           IF QTD-VENCIDOS-COB > ZEROS
              ADD 1 TO WS-COB-EM-ATRASO
           END-IF
      *    O BLOQUEIO SO CAI QUANDO NAO RESTA TITULO VENCIDO.
           IF COB-BLOQUEIO AND NOT CLIENTE-BLOQUEADO
              MOVE "S" TO BLOQUEIO-COB
              MOVE WS-DATA-HOJE TO DATA-BLOQUEIO-COB
              ADD 1 TO WS-COB-BLOQUEADOS
              MOVE "BLOQUEIO" TO WS-HIST-OPERACAO
              PERFORM GRAVA-HISTORICO-COBRANCA
           END-IF
           IF CLIENTE-BLOQUEADO AND QTD-VENCIDOS-COB = ZEROS
              PERFORM LIBERA-BLOQUEIO-COBRANCA
              ADD 1 TO WS-COB-LIBERADOS
           END-IF
           IF CLIENTE-BLOQUEADO
              MOVE 3 TO WS-COB-NIVEL
              MOVE 3 TO NIVEL-COB
           END-IF
      *    CARTA SO QUANDO O CLIENTE SOBE DE NIVEL; NO MESMO NIVEL
      *    (INCLUSIVE JA BLOQUEADO) A CARTA ANTERIOR CONTINUA VALENDO.
           IF WS-COB-NIVEL > WS-COB-NIVEL-ANT
              PERFORM IMPRIME-CARTA-COBRANCA
              MOVE WS-DATA-HOJE TO DATA-ULT-COBRANCA-COB
           END-IF
           REWRITE WID-ARQ-COBRANCA
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           EXIT.
       LIBERA-BLOQUEIO-COBRANCA SECTION.
           MOVE "N" TO BLOQUEIO-COB
           MOVE ZEROS TO NIVEL-COB
           MOVE WS-DATA-HOJE TO DATA-DESBLOQUEIO-COB
           MOVE "DESBLOQ" TO WS-HIST-OPERACAO
           PERFORM GRAVA-HISTORICO-COBRANCA.
           EXIT.
       GRAVA-HISTORICO-COBRANCA SECTION.
           MOVE "COBRANCA" TO WS-HIST-TIPO
           MOVE COD-CLIENTE-COB TO WS-HIST-COD
           MOVE SPACES TO WS-HIST-ANTES
           STRING "EMPRESA=" COD-EMPRESA-COB
                  " VENCIDOS=" QTD-VENCIDOS-COB
                  " MAIOR ATRASO=" MAIOR-ATRASO-COB
                  DELIMITED BY SIZE INTO WS-HIST-ANTES
           MOVE SPACES TO WS-HIST-DEPOIS
           STRING "BLOQUEADO=" BLOQUEIO-COB
                  " VALOR VENCIDO=" VALOR-VENCIDO-COB
                  DELIMITED BY SIZE INTO WS-HIST-DEPOIS
           PERFORM GRAVA-HISTORICO.
           EXIT.
       IMPRIME-CARTA-COBRANCA SECTION.
           MOVE COD-EMPRESA-COB TO COD-EMPRESA-CLI
           MOVE COD-CLIENTE-COB TO COD-CLIENTE
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE SPACES TO RAZAO-CLIENTE ENDERECO-CLIENTE
                                 MUNICIPIO-CLIENTE UF-CLIENTE
           END-READ
           MOVE ALL "=" TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           STRING "EMPRESA " COD-EMPRESA-COB
                  "   CLIENTE " COD-CLIENTE-COB
                  "   DATA " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
           END-STRING
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE "A" TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE RAZAO-CLIENTE TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE ENDERECO-CLIENTE TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           STRING MUNICIPIO-CLIENTE " - " UF-CLIENTE
                  DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
           END-STRING
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           EVALUATE TRUE
               WHEN COB-LEMBRETE
                   MOVE "REF.: LEMBRETE DE TITULOS VENCIDOS"
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
                   MOVE "NAO CONSTA O PAGAMENTO DOS TITULOS ABAIXO."
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
                   MOVE "CASO JA TENHA PAGO, DESCONSIDERE ESTE AVISO."
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
               WHEN COB-NOTIFICACAO
                   MOVE "REF.: NOTIFICACAO DE DEBITO EM ATRASO"
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
                   MOVE "FICA V.SA. NOTIFICADA DO DEBITO ABAIXO."
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
                   MOVE "REGULARIZE O PAGAMENTO PARA EVITAR O BLOQUEIO."
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
               WHEN OTHER
                   MOVE "REF.: AVISO DE BLOQUEIO DE CREDITO"
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
                   MOVE "O CREDITO FOI BLOQUEADO E NOVOS PEDIDOS NAO"
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
                   MOVE "SERAO ACEITOS ATE A QUITACAO DOS TITULOS."
                     TO WID-ARQ-COBRANCA-LST
                   PERFORM GRAVA-LINHA-COBRANCA
           END-EVALUATE
           IF WS-COB-NIVEL-ANT > ZEROS AND
              DATA-ULT-COBRANCA-COB > ZEROS
              MOVE SPACES TO WID-ARQ-COBRANCA-LST
              STRING "AVISO ANTERIOR ENVIADO EM " DATA-ULT-COBRANCA-COB
                     DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
              END-STRING
              PERFORM GRAVA-LINHA-COBRANCA
           END-IF
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE "     TITULO/PC   VENCIMENTO   ATRASO          SALDO"
             TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           PERFORM IMPRIME-TITULOS-CARTA
           MOVE VALOR-VENCIDO-COB TO WS-COB-VALOR-ED
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           STRING "     TOTAL EM ATRASO: " WS-COB-VALOR-ED
                  DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
           END-STRING
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE "ATENCIOSAMENTE, DEPARTAMENTO DE COBRANCA"
             TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           ADD 1 TO WS-COB-CARTAS.
           EXIT.
       IMPRIME-TITULOS-CARTA SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND
                         COD-EMPRESA-TIT = COD-EMPRESA-COB AND
                         COD-CLIENTE-TIT = COD-CLIENTE-COB
                         COMPUTE WS-DIAS-ATRASO =
                                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                               - FUNCTION INTEGER-OF-DATE(
                                 DATA-VENCIMENTO-TIT)
                         IF WS-DIAS-ATRASO > ZEROS
                            MOVE NUM-TITULO TO WS-LCT-TITULO
                            MOVE PARCELA-TIT TO WS-LCT-PARCELA
                            MOVE DATA-VENCIMENTO-TIT
                              TO WS-LCT-VENCIMENTO
                            MOVE WS-DIAS-ATRASO TO WS-LCT-ATRASO
                            MOVE SALDO-TIT TO WS-LCT-SALDO
                            MOVE WS-LINHA-CARTA-TIT
                              TO WID-ARQ-COBRANCA-LST
                            PERFORM GRAVA-LINHA-COBRANCA
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       GRAVA-LINHA-COBRANCA SECTION.
           WRITE WID-ARQ-COBRANCA-LST
           ADD 1 TO WS-COB-LINHAS
           MOVE SPACES TO WID-ARQ-COBRANCA-LST.
           EXIT.
       IMPRIME-INADIMPLENTES SECTION.
           MOVE ZEROS TO WS-COB-TOT-VALOR
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           STRING "CLIENTES INADIMPLENTES POR VENDEDOR - EMPRESA "
                  WS-EMPRESA-ATUAL " - POSICAO " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
           END-STRING
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE ZEROS TO WS-ARQ-FIM-VEND
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VEND
           END-START
           PERFORM UNTIL ARQ-FIM-VEND
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN = WS-EMPRESA-ATUAL
                         MOVE COD-VENDEDOR TO WS-COB-VENDEDOR
                         PERFORM IMPRIME-INADIMPLENTES-VENDEDOR
                      END-IF
               END-READ
           END-PERFORM
      *    CLIENTES EM ATRASO SEM VENDEDOR ATRIBUIDO NO CLIVEND.
           MOVE ZEROS TO WS-COB-VENDEDOR
           MOVE "SEM VENDEDOR ATRIBUIDO" TO NOME-VENDEDOR
           PERFORM IMPRIME-INADIMPLENTES-VENDEDOR
           MOVE SPACES TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE "CLIENTES EM ATRASO..........:" TO WS-AGIT-ROTULO
           MOVE WS-COB-EM-ATRASO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           MOVE "VALOR TOTAL VENCIDO.........:" TO WS-AGIT-ROTULO
           MOVE WS-COB-TOT-VALOR TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA.
           EXIT.
       IMPRIME-INADIMPLENTES-VENDEDOR SECTION.
           MOVE ZEROS TO WS-COB-CABECALHO
           MOVE ZEROS TO WS-COB-VEND-QTD
           MOVE ZEROS TO WS-COB-VEND-VALOR
           MOVE ZEROS TO WS-FIM-COB
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-COB
           MOVE ZEROS TO COD-CLIENTE-COB
           START ARQ-COBRANCA KEY IS NOT LESS THAN CHAVE-COB
               INVALID KEY
                  MOVE 1 TO WS-FIM-COB
           END-START
           PERFORM UNTIL FIM-COB
               READ ARQ-COBRANCA NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-COB
                   NOT AT END
                      IF COD-EMPRESA-COB NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-COB
                      ELSE
                         IF QTD-VENCIDOS-COB > ZEROS AND
                            COD-VENDEDOR-COB = WS-COB-VENDEDOR
                            PERFORM IMPRIME-LINHA-INADIMPLENTE
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           IF COB-CABECALHO-IMPRESSO
              MOVE WS-COB-VEND-QTD TO WS-COB-ATRASO-ED
              MOVE WS-COB-VEND-VALOR TO WS-COB-VALOR-ED
              STRING "  TOTAL DO VENDEDOR: " WS-COB-ATRASO-ED
                     " CLIENTES  " WS-COB-VALOR-ED
                     DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
              END-STRING
              PERFORM GRAVA-LINHA-COBRANCA
           END-IF.
           EXIT.
       IMPRIME-LINHA-INADIMPLENTE SECTION.
           IF NOT COB-CABECALHO-IMPRESSO
              MOVE 1 TO WS-COB-CABECALHO
              PERFORM GRAVA-LINHA-COBRANCA
              STRING "VENDEDOR " WS-COB-VENDEDOR " " NOME-VENDEDOR
                     DELIMITED BY SIZE INTO WID-ARQ-COBRANCA-LST
              END-STRING
              PERFORM GRAVA-LINHA-COBRANCA
              MOVE "CLIENTE RAZAO SOCIAL                     VENCID"
                TO WID-ARQ-COBRANCA-LST
              MOVE "OS   VALOR VENCIDO ATRASO NIVEL        B"
                TO WID-ARQ-COBRANCA-LST(48:)
              PERFORM GRAVA-LINHA-COBRANCA
           END-IF
           MOVE COD-EMPRESA-COB TO COD-EMPRESA-CLI
           MOVE COD-CLIENTE-COB TO COD-CLIENTE
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE SPACES TO RAZAO-CLIENTE
           END-READ
           MOVE COD-CLIENTE-COB TO WS-LINA-CLIENTE
           MOVE RAZAO-CLIENTE TO WS-LINA-RAZAO
           MOVE QTD-VENCIDOS-COB TO WS-LINA-QTD
           MOVE VALOR-VENCIDO-COB TO WS-LINA-VALOR
           MOVE MAIOR-ATRASO-COB TO WS-LINA-ATRASO
           EVALUATE TRUE
               WHEN COB-LEMBRETE
                   MOVE "LEMBRETE" TO WS-LINA-NIVEL
               WHEN COB-NOTIFICACAO
                   MOVE "NOTIFICACAO" TO WS-LINA-NIVEL
               WHEN COB-BLOQUEIO
                   MOVE "BLOQUEIO" TO WS-LINA-NIVEL
               WHEN OTHER
                   MOVE "CARENCIA" TO WS-LINA-NIVEL
           END-EVALUATE
           MOVE BLOQUEIO-COB TO WS-LINA-BLOQUEIO
           MOVE WS-LINHA-INADIMPLENTE TO WID-ARQ-COBRANCA-LST
           PERFORM GRAVA-LINHA-COBRANCA
           ADD 1 TO WS-COB-VEND-QTD
           ADD VALOR-VENCIDO-COB TO WS-COB-VEND-VALOR
           ADD VALOR-VENCIDO-COB TO WS-COB-TOT-VALOR.
           EXIT.
       VERIFICA-BLOQUEIO-COBRANCA SECTION.
      *    CLIENTE BLOQUEADO PELA REGUA NAO RECEBE PEDIDO NOVO. SE OS
      *    TITULOS VENCIDOS JA FORAM PAGOS, O BLOQUEIO CAI NA HORA.
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-COB
           MOVE COD-CLIENTE-PED TO COD-CLIENTE-COB
           READ ARQ-COBRANCA
               INVALID KEY
                  MOVE "N" TO BLOQUEIO-COB
           END-READ
           IF CLIENTE-BLOQUEADO
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE ZEROS TO QTD-VENCIDOS-COB
              MOVE ZEROS TO VALOR-VENCIDO-COB
              MOVE ZEROS TO WS-ARQ-FIM-TIT
              MOVE ZEROS TO NUM-TITULO
              START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
                  INVALID KEY
                     MOVE 1 TO WS-ARQ-FIM-TIT
              END-START
              PERFORM UNTIL ARQ-FIM-TIT
                  READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                      AT END
                         MOVE 1 TO WS-ARQ-FIM-TIT
                      NOT AT END
                         IF TIT-ABERTO AND
                            COD-EMPRESA-TIT = COD-EMPRESA-PED AND
                            COD-CLIENTE-TIT = COD-CLIENTE-PED AND
                            DATA-VENCIMENTO-TIT < WS-DATA-HOJE
                            ADD 1 TO QTD-VENCIDOS-COB
                            ADD SALDO-TIT TO VALOR-VENCIDO-COB
                         END-IF
                  END-READ
              END-PERFORM
              IF QTD-VENCIDOS-COB = ZEROS
                 MOVE ZEROS TO MAIOR-ATRASO-COB
                 PERFORM LIBERA-BLOQUEIO-COBRANCA
                 REWRITE WID-ARQ-COBRANCA
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
              ELSE
                 MOVE "CLIENTE BLOQUEADO POR INADIMPLENCIA" TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
              END-IF
           END-IF
           UNLOCK ARQ-COBRANCA.
           EXIT.
       EXECUTA-DEVOLUCAO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               PERFORM CRITICA-DADOS-DEVOLUCAO
               IF REG-OK
                  PERFORM CAPTURA-ITENS-DEVOLUCAO
               END-IF
               IF REG-OK AND WS-DEV-VALOR = ZEROS
                  MOVE "NENHUM ITEM DEVOLVIDO" TO WS-MSG
                  MOVE ZEROS TO WS-REG
               END-IF
               IF REG-OK
                  MOVE SPACES TO WS-OPCAO-BAIXA
                  DISPLAY TELA-CONFIRMA-DEVOLUCAO
                  ACCEPT TELA-CONFIRMA-DEVOLUCAO
                  IF CONFIRMA-BAIXA
                     PERFORM EFETIVA-DEVOLUCAO
                     MOVE SPACES TO WS-MSG
                     STRING "NOTA DE CREDITO " WS-DEV-NUMERO " EMITIDA"
                            DELIMITED BY SIZE INTO WS-MSG
                     END-STRING
                  ELSE
                     MOVE "DEVOLUCAO CANCELADA" TO WS-MSG
                  END-IF
               END-IF
               DISPLAY TELA-ERRO
               ACCEPT TELA-ERRO
               DISPLAY TELA-MSG
               PERFORM MONTA-TELA-DEVOLUCAO
           END-PERFORM.
           EXIT.
       CRITICA-DADOS-DEVOLUCAO SECTION.
           MOVE 1 TO WS-REG
           MOVE ZEROS TO WS-DEV-VALOR
           MOVE ZEROS TO WS-DEV-QTD-ITENS
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PED
           MOVE WS-DEV-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO WITH NO LOCK
               INVALID KEY
                  MOVE "PEDIDO NAO CADASTRADO" TO WS-MSG
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK AND NOT PED-FATURADO
              MOVE "SO PEDIDO FATURADO ADMITE DEVOLUCAO" TO WS-MSG
              MOVE ZEROS TO WS-REG
           END-IF
           IF REG-OK
              IF WS-DEV-MOTIVO < 1 OR WS-DEV-MOTIVO > 5
                 MOVE "MOTIVO DEVE SER DE 1 A 5" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              END-IF
           END-IF
           IF REG-OK
              MOVE COD-CLIENTE-PED TO WS-DEV-CLIENTE
              MOVE COD-VENDEDOR-PED TO WS-DEV-VENDEDOR
           END-IF.
           EXIT.
       CAPTURA-ITENS-DEVOLUCAO SECTION.
      *    PERCORRE OS ITENS DO PEDIDO PEDINDO A QUANTIDADE DEVOLVIDA;
      *    ESC EM QUALQUER ITEM DESISTE DA DEVOLUCAO INTEIRA.
           MOVE "INFORME A QUANTIDADE DEVOLVIDA DE CADA ITEM" TO WS-MSG
           DISPLAY TELA-MSG
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE ZEROS TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM OR NOT REG-OK
               READ ARQ-PEDIDO-ITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         PERFORM CAPTURA-ITEM-DEVOLUCAO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       CAPTURA-ITEM-DEVOLUCAO SECTION.
           MOVE COD-PRODUTO-IT TO COD-PRODUTO
           READ ARQ-PRODUTO WITH NO LOCK
               INVALID KEY
                  MOVE SPACES TO DESC-PRODUTO
           END-READ
           PERFORM SOMA-QTD-DEVOLVIDA
           MOVE ZEROS TO WS-DEV-QTD-TELA
           MOVE ZEROS TO WS-DEV-ITEM-OK
           PERFORM UNTIL DEV-ITEM-OK OR NOT REG-OK
               DISPLAY TELA-ITEM-DEVOLUCAO
               ACCEPT TELA-ITEM-DEVOLUCAO
               IF COB-CRT-STATUS = COB-SCR-ESC
                  MOVE "DEVOLUCAO CANCELADA" TO WS-MSG
                  MOVE ZEROS TO WS-REG
               ELSE
                  IF WS-DEV-QTD-TELA + WS-DEV-QTD-JA > QTD-ITEM-IT
                     MOVE "QUANTIDADE MAIOR QUE O SALDO DO ITEM"
                       TO WS-MSG
                     DISPLAY TELA-ERRO
                     ACCEPT TELA-ERRO
                     MOVE "INFORME A QUANTIDADE DEVOLVIDA DE CADA ITEM"
                       TO WS-MSG
                     DISPLAY TELA-MSG
                  ELSE
                     MOVE 1 TO WS-DEV-ITEM-OK
                  END-IF
               END-IF
           END-PERFORM
           IF REG-OK AND WS-DEV-QTD-TELA > ZEROS
              IF WS-DEV-QTD-ITENS < 99
                 ADD 1 TO WS-DEV-QTD-ITENS
                 MOVE SEQ-ITEM-IT TO WS-DEVT-SEQ(WS-DEV-QTD-ITENS)
                 MOVE COD-PRODUTO-IT
                   TO WS-DEVT-PRODUTO(WS-DEV-QTD-ITENS)
                 MOVE WS-DEV-QTD-TELA TO WS-DEVT-QTD(WS-DEV-QTD-ITENS)
                 MOVE PRECO-UNIT-IT TO WS-DEVT-PRECO(WS-DEV-QTD-ITENS)
                 COMPUTE WS-DEV-VALOR = WS-DEV-VALOR
                         + WS-DEV-QTD-TELA * PRECO-UNIT-IT
              END-IF
           END-IF.
           EXIT.
       SOMA-QTD-DEVOLVIDA SECTION.
           MOVE ZEROS TO WS-DEV-QTD-JA
           MOVE ZEROS TO WS-FIM-DEV
           MOVE COD-EMPRESA-IT TO COD-EMPRESA-DEV
           MOVE NUM-PEDIDO-IT TO NUM-PEDIDO-DEV
           MOVE SEQ-ITEM-IT TO SEQ-ITEM-DEV
           MOVE ZEROS TO NUM-DEVOLUCAO
           START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV
               INVALID KEY
                  MOVE 1 TO WS-FIM-DEV
           END-START
           PERFORM UNTIL FIM-DEV
               READ ARQ-DEVOLUCAO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-DEV
                   NOT AT END
                      IF COD-EMPRESA-DEV NOT = COD-EMPRESA-IT OR
                         NUM-PEDIDO-DEV NOT = NUM-PEDIDO-IT OR
                         SEQ-ITEM-DEV NOT = SEQ-ITEM-IT
                         MOVE 1 TO WS-FIM-DEV
                      ELSE
                         ADD QTD-DEV TO WS-DEV-QTD-JA
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       EFETIVA-DEVOLUCAO SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM BUSCA-PROXIMA-DEVOLUCAO
           PERFORM VARYING WS-DEV-IND FROM 1 BY 1
                   UNTIL WS-DEV-IND > WS-DEV-QTD-ITENS
               PERFORM GRAVA-ITEM-DEVOLUCAO
           END-PERFORM
           MOVE WS-DEV-VALOR TO WS-DEV-RESTANTE
           MOVE ZEROS TO WS-DEV-ABATIDO
           PERFORM ABATE-TITULOS-DEVOLUCAO
           IF WS-DEV-RESTANTE > ZEROS
              PERFORM GERA-CREDITO-DEVOLUCAO
           END-IF
           MOVE "DEVOLUCAO" TO WS-HIST-TIPO
           MOVE WS-DEV-NUMERO TO WS-HIST-COD
           MOVE "INCLUSAO" TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-ANTES
           STRING "PEDIDO=" WS-DEV-PEDIDO
                  " CLIENTE=" WS-DEV-CLIENTE
                  " MOTIVO=" WS-DEV-MOTIVO
                  DELIMITED BY SIZE INTO WS-HIST-ANTES
           MOVE SPACES TO WS-HIST-DEPOIS
           STRING "VALOR=" WS-DEV-VALOR
                  " ABATIDO=" WS-DEV-ABATIDO
                  " CREDITO=" WS-DEV-RESTANTE
                  DELIMITED BY SIZE INTO WS-HIST-DEPOIS
           PERFORM GRAVA-HISTORICO.
           EXIT.
       BUSCA-PROXIMA-DEVOLUCAO SECTION.
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
           MOVE 1 TO WS-ARQ
           READ ARQ-PARAMETRO
               INVALID KEY
                  MOVE ZEROS TO WS-ARQ
           END-READ
           IF NOT ARQ-OK
              MOVE SPACES TO WID-ARQ-PARAMETRO
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
              MOVE ZEROS TO PCT-MULTA-PAR
              MOVE ZEROS TO PCT-JUROS-MES-PAR
              MOVE ZEROS TO DIAS-CARENCIA-PAR
              MOVE ZEROS TO NUM-REMESSA-PAR
              MOVE ZEROS TO ULT-TITULO-REM-PAR
              PERFORM AJUSTA-REGUA-COBRANCA
           END-IF
           IF ULT-DEVOLUCAO-PAR NOT NUMERIC
              MOVE ZEROS TO ULT-DEVOLUCAO-PAR
           END-IF
           ADD 1 TO ULT-DEVOLUCAO-PAR
           MOVE ULT-DEVOLUCAO-PAR TO WS-DEV-NUMERO
           IF ARQ-OK
              REWRITE WID-ARQ-PARAMETRO
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           ELSE
              WRITE WID-ARQ-PARAMETRO
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF
           UNLOCK ARQ-PARAMETRO.
           EXIT.
       GRAVA-ITEM-DEVOLUCAO SECTION.
           MOVE SPACES TO WID-ARQ-DEVOLUCAO
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-DEV
           MOVE WS-DEV-PEDIDO TO NUM-PEDIDO-DEV
           MOVE WS-DEVT-SEQ(WS-DEV-IND) TO SEQ-ITEM-DEV
           MOVE WS-DEV-NUMERO TO NUM-DEVOLUCAO
           MOVE WS-DEV-CLIENTE TO COD-CLIENTE-DEV
           MOVE WS-DEV-VENDEDOR TO COD-VENDEDOR-DEV
           MOVE WS-DEVT-PRODUTO(WS-DEV-IND) TO COD-PRODUTO-DEV
           MOVE WS-DEVT-QTD(WS-DEV-IND) TO QTD-DEV
           MOVE WS-DEVT-PRECO(WS-DEV-IND) TO PRECO-UNIT-DEV
           COMPUTE VALOR-DEV = QTD-DEV * PRECO-UNIT-DEV
           MOVE WS-DEV-MOTIVO TO MOTIVO-DEV
           MOVE WS-DATA-HOJE TO DATA-DEV
           MOVE WS-OPERADOR TO OPERADOR-DEV
           WRITE WID-ARQ-DEVOLUCAO
               INVALID KEY
                  CONTINUE
           END-WRITE
      *    MERCADORIA DEVOLVIDA VOLTA AO ESTOQUE.
           MOVE "D" TO WS-EST-TIPO
           MOVE COD-PRODUTO-DEV TO WS-EST-PRODUTO
           MOVE QTD-DEV TO WS-EST-QTD
           MOVE COD-EMPRESA-DEV TO WS-EST-EMPRESA
           MOVE NUM-PEDIDO-DEV TO WS-EST-PEDIDO
           MOVE SEQ-ITEM-DEV TO WS-EST-SEQ-ITEM
           MOVE SPACES TO WS-EST-DOCUMENTO
           STRING "NC " WS-DEV-NUMERO
                  DELIMITED BY SIZE INTO WS-EST-DOCUMENTO
           PERFORM MOVIMENTA-ESTOQUE.
           EXIT.
       ABATE-TITULOS-DEVOLUCAO SECTION.
      *    A NOTA DE CREDITO ABATE OS TITULOS EM ABERTO DO PEDIDO A
      *    PARTIR DA ULTIMA PARCELA; O QUE SOBRAR VIRA CREDITO.
           MOVE ZEROS TO WS-DEV-QTD-TIT
           MOVE ZEROS TO WS-DEV-ULT-TITULO
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF COD-EMPRESA-TIT = WS-EMPRESA-ATUAL AND
                         NUM-PEDIDO-TIT = WS-DEV-PEDIDO AND
                         WS-DEV-QTD-TIT < 99
                         ADD 1 TO WS-DEV-QTD-TIT
                         MOVE NUM-TITULO
                           TO WS-DEV-TIT-NUM(WS-DEV-QTD-TIT)
                         MOVE NUM-TITULO TO WS-DEV-ULT-TITULO
                      END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-DEV-IND FROM WS-DEV-QTD-TIT BY -1
                   UNTIL WS-DEV-IND < 1 OR WS-DEV-RESTANTE = ZEROS
               MOVE WS-DEV-TIT-NUM(WS-DEV-IND) TO NUM-TITULO
               READ ARQ-TITULO
                   INVALID KEY
                      MOVE "C" TO SITUACAO-TIT
               END-READ
               IF TIT-ABERTO
                  PERFORM ABATE-TITULO-DEVOLUCAO
               END-IF
               UNLOCK ARQ-TITULO
           END-PERFORM.
           EXIT.
       ABATE-TITULO-DEVOLUCAO SECTION.
           IF WS-DEV-RESTANTE > SALDO-TIT
              MOVE SALDO-TIT TO WS-DEV-ABATE
           ELSE
              MOVE WS-DEV-RESTANTE TO WS-DEV-ABATE
           END-IF
           PERFORM BUSCA-ULTIMO-MOVIMENTO
           MOVE SALDO-TIT TO WS-BX-SALDO-ANTES
           SUBTRACT WS-DEV-ABATE FROM SALDO-TIT
           MOVE SALDO-TIT TO WS-BX-SALDO-APOS
      *    TITULO ZERADO SO PELA NOTA DE CREDITO FICA CANCELADO; COM
      *    PAGAMENTO PARCIAL ANTERIOR, FICA LIQUIDADO NA DATA DA NOTA,
      *    QUE E A COMPETENCIA EM QUE A COMISSAO DO PAGO E APURADA.
           IF SALDO-TIT = ZEROS
              IF VALOR-PAGO-TIT > ZEROS
                 MOVE "L" TO SITUACAO-TIT
                 MOVE WS-DATA-HOJE TO DATA-PAGAMENTO-TIT
              ELSE
                 MOVE "C" TO SITUACAO-TIT
              END-IF
           END-IF
           PERFORM REGRAVA-TITULO-COM-RETENTATIVA
           IF REG-OK
              MOVE WS-DATA-HOJE TO WS-BX-DATA
              MOVE "V" TO WS-MOV-TIPO
              MOVE WS-DEV-ABATE TO WS-MOV-VALOR
              PERFORM GRAVA-MOVIMENTO-TITULO
              SUBTRACT WS-DEV-ABATE FROM WS-DEV-RESTANTE
              ADD WS-DEV-ABATE TO WS-DEV-ABATIDO
           END-IF
           MOVE 1 TO WS-REG.
           EXIT.
       SOMA-CREDITOS-TITULO SECTION.
           MOVE ZEROS TO WS-DEV-CRED-ANT
           MOVE ZEROS TO WS-FIM-MOV
           MOVE NUM-TITULO TO NUM-TITULO-MOV
           MOVE ZEROS TO SEQ-MOV
           START ARQ-MOVTIT KEY IS NOT LESS THAN CHAVE-MOV
               INVALID KEY
                  MOVE 1 TO WS-FIM-MOV
           END-START
           PERFORM UNTIL FIM-MOV
               READ ARQ-MOVTIT NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-MOV
                   NOT AT END
                      IF NUM-TITULO-MOV NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-MOV
                      ELSE
                         IF MOV-ATIVO AND MOV-CREDITO
                            ADD VALOR-MOV TO WS-DEV-CRED-ANT
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       GRAVA-CREDITO-TITULO SECTION.
           PERFORM BUSCA-ULTIMO-MOVIMENTO
           MOVE SALDO-TIT TO WS-BX-SALDO-ANTES
           MOVE SALDO-TIT TO WS-BX-SALDO-APOS
           MOVE WS-DATA-HOJE TO WS-BX-DATA
           MOVE "N" TO WS-MOV-TIPO
           MOVE WS-DEV-CRED-TIT TO WS-MOV-VALOR
           PERFORM GRAVA-MOVIMENTO-TITULO
           SUBTRACT WS-DEV-CRED-TIT FROM WS-DEV-CRED-RESTA.
           EXIT.
       GERA-CREDITO-DEVOLUCAO SECTION.
      *    PARTE JA PAGA: O CREDITO E REPARTIDO PELOS TITULOS PAGOS DO
      *    PEDIDO, DA ULTIMA PARCELA PARA A PRIMEIRA, ATE O VALOR PAGO
      *    DE CADA UM AINDA NAO CREDITADO (BASE DO ESTORNO DE COMISSAO
      *    DE CADA TITULO). O QUE EXCEDER FICA NO ULTIMO TITULO. O
      *    SALDO DO CLIENTE RECEBE O CREDITO TODO.
           MOVE WS-DEV-RESTANTE TO WS-DEV-CRED-RESTA
           PERFORM VARYING WS-DEV-IND FROM WS-DEV-QTD-TIT BY -1
                   UNTIL WS-DEV-IND < 1 OR WS-DEV-CRED-RESTA = ZEROS
               MOVE WS-DEV-TIT-NUM(WS-DEV-IND) TO NUM-TITULO
               READ ARQ-TITULO WITH NO LOCK
                   INVALID KEY
                      MOVE ZEROS TO VALOR-PAGO-TIT
               END-READ
               IF VALOR-PAGO-TIT > ZEROS
                  PERFORM SOMA-CREDITOS-TITULO
                  IF VALOR-PAGO-TIT > WS-DEV-CRED-ANT
                     COMPUTE WS-DEV-CRED-TIT =
                             VALOR-PAGO-TIT - WS-DEV-CRED-ANT
                     IF WS-DEV-CRED-TIT > WS-DEV-CRED-RESTA
                        MOVE WS-DEV-CRED-RESTA TO WS-DEV-CRED-TIT
                     END-IF
                     PERFORM GRAVA-CREDITO-TITULO
                  END-IF
               END-IF
           END-PERFORM
           IF WS-DEV-CRED-RESTA > ZEROS AND WS-DEV-ULT-TITULO > ZEROS
              MOVE WS-DEV-ULT-TITULO TO NUM-TITULO
              READ ARQ-TITULO WITH NO LOCK
                  INVALID KEY
                     MOVE ZEROS TO WS-DEV-ULT-TITULO
              END-READ
              IF WS-DEV-ULT-TITULO > ZEROS
                 MOVE WS-DEV-CRED-RESTA TO WS-DEV-CRED-TIT
                 PERFORM GRAVA-CREDITO-TITULO
              END-IF
           END-IF
           MOVE 1 TO WS-CRD-EXISTE
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-CRD
           MOVE WS-DEV-CLIENTE TO COD-CLIENTE-CRD
           READ ARQ-CREDCLI
               INVALID KEY
                  MOVE ZEROS TO WS-CRD-EXISTE
           END-READ
           IF NOT CRD-EXISTE
              MOVE SPACES TO WID-ARQ-CREDCLI
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-CRD
              MOVE WS-DEV-CLIENTE TO COD-CLIENTE-CRD
              MOVE ZEROS TO SALDO-CRD
           END-IF
           ADD WS-DEV-RESTANTE TO SALDO-CRD
           MOVE WS-DATA-HOJE TO DATA-ULT-MOV-CRD
           IF CRD-EXISTE
              REWRITE WID-ARQ-CREDCLI
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           ELSE
              WRITE WID-ARQ-CREDCLI
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF
           UNLOCK ARQ-CREDCLI.
           EXIT.
       APLICA-CREDITO-CLIENTE SECTION.
      *    CREDITO DE DEVOLUCAO DO CLIENTE ABATE O TITULO RECEM GERADO.
           MOVE COD-EMPRESA-TIT TO COD-EMPRESA-CRD
           MOVE COD-CLIENTE-TIT TO COD-CLIENTE-CRD
           MOVE 1 TO WS-CRD-EXISTE
           READ ARQ-CREDCLI
               INVALID KEY
                  MOVE ZEROS TO WS-CRD-EXISTE
           END-READ
           IF CRD-EXISTE AND SALDO-CRD > ZEROS AND SALDO-TIT > ZEROS
              IF SALDO-CRD > SALDO-TIT
                 MOVE SALDO-TIT TO WS-DEV-ABATE
              ELSE
                 MOVE SALDO-CRD TO WS-DEV-ABATE
              END-IF
              PERFORM BUSCA-ULTIMO-MOVIMENTO
              MOVE SALDO-TIT TO WS-BX-SALDO-ANTES
              SUBTRACT WS-DEV-ABATE FROM SALDO-TIT
              MOVE SALDO-TIT TO WS-BX-SALDO-APOS
              ADD WS-DEV-ABATE TO VALOR-PAGO-TIT
              MOVE WS-DATA-HOJE TO DATA-PAGAMENTO-TIT
              IF SALDO-TIT = ZEROS
                 MOVE "L" TO SITUACAO-TIT
              END-IF
              REWRITE WID-ARQ-TITULO
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              MOVE WS-DATA-HOJE TO WS-BX-DATA
              MOVE "U" TO WS-MOV-TIPO
              MOVE WS-DEV-ABATE TO WS-MOV-VALOR
              PERFORM GRAVA-MOVIMENTO-TITULO
              SUBTRACT WS-DEV-ABATE FROM SALDO-CRD
              MOVE WS-DATA-HOJE TO DATA-ULT-MOV-CRD
              REWRITE WID-ARQ-CREDCLI
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              MOVE "TITULO" TO WS-HIST-TIPO
              MOVE NUM-TITULO TO WS-HIST-COD
              MOVE "USOCREDIT" TO WS-HIST-OPERACAO
              MOVE SPACES TO WS-HIST-ANTES
              STRING "SALDO=" WS-BX-SALDO-ANTES
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "CREDITO=" WS-DEV-ABATE
                     " SALDO=" SALDO-TIT
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              PERFORM GRAVA-HISTORICO
           END-IF
           UNLOCK ARQ-CREDCLI.
           EXIT.
       EXECUTA-RISCO SECTION.
      *    CLIENTES ATIVOS EM RISCO DE PERDA: SEM PEDIDO FATURADO HA
      *    MAIS DE N DIAS (S) OU COM QUEDA FORTE NOS ULTIMOS 90 DIAS
      *    CONTRA OS 90 ANTERIORES (Q). LISTA POR VENDEDOR NA ORDEM DO
      *    ROTEIRO E ACOMPANHA NO HISTORICO QUEM VOLTOU A COMPRAR.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "RISCOCLI" TO WS-EXEC-ROTINA
              PERFORM REGISTRA-INICIO-EXECUCAO
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              COMPUTE WS-RSC-HOJE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              MOVE ZEROS TO WS-RSC-ANALISADOS
              MOVE ZEROS TO WS-RSC-EM-RISCO
              MOVE ZEROS TO WS-RSC-NOVOS
              MOVE ZEROS TO WS-RSC-RETORNOS
              MOVE ZEROS TO WS-RSC-QTD-RET
              MOVE ZEROS TO WS-RSC-LINHAS
              MOVE "riscocli" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-RISCO-LST
              IF WS-RESULTADO-ACESSO = ZEROS
                 PERFORM IMPRIME-RISCO
                 CLOSE ARQ-RISCO-LST
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 STRING "DIAS=" WS-RSC-DIAS " QUEDA=" WS-RSC-PCT
                        DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                 END-STRING
                 MOVE WS-RSC-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE SPACES TO WS-MSG
                 STRING "EM RISCO:" WS-RSC-EM-RISCO
                        " NOVOS:" WS-RSC-NOVOS
                        " VOLTARAM:" WS-RSC-RETORNOS
                        DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 MOVE "O" TO WS-EXEC-RESULTADO
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              MOVE WS-RSC-EM-RISCO TO WS-EXEC-CONT1
              MOVE WS-RSC-NOVOS TO WS-EXEC-CONT2
              MOVE WS-RSC-RETORNOS TO WS-EXEC-CONT3
              PERFORM REGISTRA-FIM-EXECUCAO
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       IMPRIME-RISCO SECTION.
           MOVE SPACES TO WID-ARQ-RISCO-LST
           STRING "CLIENTES EM RISCO POR VENDEDOR - EMPRESA "
                  WS-EMPRESA-ATUAL " - POSICAO " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-RISCO-LST
           END-STRING
           PERFORM GRAVA-LINHA-RISCO
           MOVE SPACES TO WID-ARQ-RISCO-LST
           STRING "S=SEM PEDIDO HA MAIS DE " WS-RSC-DIAS " DIAS  "
                  "Q=QUEDA DE " WS-RSC-PCT "% OU MAIS EM 90 DIAS"
                  DELIMITED BY SIZE INTO WID-ARQ-RISCO-LST
           END-STRING
           PERFORM GRAVA-LINHA-RISCO
           MOVE ZEROS TO WS-ARQ-FIM-VEND
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VEND
           END-START
           PERFORM UNTIL ARQ-FIM-VEND
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-ARQ-FIM-VEND
                      ELSE
                         PERFORM IMPRIME-RISCO-VENDEDOR
                      END-IF
               END-READ
           END-PERFORM
           PERFORM IMPRIME-RETORNOS-RISCO
           PERFORM IMPRIME-TOTAIS-RISCO.
           EXIT.
       IMPRIME-RISCO-VENDEDOR SECTION.
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-INI
           PERFORM CARREGA-CLIENTES-ROTA
           IF WS-ROTA-QTD > ZEROS
              PERFORM ACUMULA-PEDIDOS-RISCO
              MOVE ZEROS TO WS-RSC-VEND-QTD
              MOVE SPACES TO WID-ARQ-RISCO-LST
              PERFORM GRAVA-LINHA-RISCO
              MOVE SPACES TO WID-ARQ-RISCO-LST
              STRING "VENDEDOR " COD-VENDEDOR " " NOME-VENDEDOR
                     DELIMITED BY SIZE INTO WID-ARQ-RISCO-LST
              END-STRING
              PERFORM GRAVA-LINHA-RISCO
              MOVE "SEQ  CLIENTE RAZAO SOCIAL" TO WID-ARQ-RISCO-LST
              MOVE "ULT.PED. DIAS ULT.VIS. R  90 ANTERIOR"
                TO WID-ARQ-RISCO-LST(37:)
              MOVE "ULTIMOS 90  %Q MT" TO WID-ARQ-RISCO-LST(77:)
              PERFORM GRAVA-LINHA-RISCO
              MOVE LAT-VENDEDOR TO WS-POS-LAT
              MOVE LON-VENDEDOR TO WS-POS-LON
              PERFORM VARYING WS-ROTA-SEQ FROM 1 BY 1
                  UNTIL WS-ROTA-SEQ > WS-ROTA-QTD
                  PERFORM ESCOLHE-PROXIMO-CLIENTE
                  IF WS-ROTA-ESCOLHIDO NOT = ZEROS
                     MOVE 1 TO WS-ROTA-VISITADO(WS-ROTA-ESCOLHIDO)
                     MOVE WS-ROTA-LAT(WS-ROTA-ESCOLHIDO) TO WS-POS-LAT
                     MOVE WS-ROTA-LON(WS-ROTA-ESCOLHIDO) TO WS-POS-LON
                     PERFORM AVALIA-CLIENTE-RISCO
                  END-IF
              END-PERFORM
              IF WS-RSC-VEND-QTD = ZEROS
                 MOVE "NENHUM CLIENTE EM RISCO" TO WID-ARQ-RISCO-LST
                 PERFORM GRAVA-LINHA-RISCO
              END-IF
           END-IF.
           EXIT.
       ACUMULA-PEDIDOS-RISCO SECTION.
      *    ULTIMO PEDIDO FATURADO E VALORES DOS DOIS PERIODOS DE 90
      *    DIAS DE CADA CLIENTE DO ROTEIRO, EM UMA LEITURA DOS PEDIDOS.
           PERFORM VARYING WS-RSC-IND FROM 1 BY 1
                   UNTIL WS-RSC-IND > WS-ROTA-QTD
               MOVE ZEROS TO WS-RSCC-ULT-DATA(WS-RSC-IND)
               MOVE ZEROS TO WS-RSCC-ULT-PEDIDO(WS-RSC-IND)
               MOVE ZEROS TO WS-RSCC-RECENTE(WS-RSC-IND)
               MOVE ZEROS TO WS-RSCC-ANTERIOR(WS-RSC-IND)
           END-PERFORM
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PED
           MOVE ZEROS TO NUM-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-PEDIDO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF COD-EMPRESA-PED NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-ARQ-FIM
                      ELSE
                         IF PED-FATURADO AND DATA-PEDIDO > ZEROS
                            PERFORM ACUMULA-PEDIDO-RISCO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ACUMULA-PEDIDO-RISCO SECTION.
           MOVE ZEROS TO WS-RSC-IND
           PERFORM VARYING WS-ROTA-IND FROM 1 BY 1
                   UNTIL WS-ROTA-IND > WS-ROTA-QTD OR
                         WS-RSC-IND > ZEROS
               IF WS-ROTA-COD(WS-ROTA-IND) = COD-CLIENTE-PED
                  MOVE WS-ROTA-IND TO WS-RSC-IND
               END-IF
           END-PERFORM
           IF WS-RSC-IND > ZEROS
              IF DATA-PEDIDO > WS-RSCC-ULT-DATA(WS-RSC-IND)
                 MOVE DATA-PEDIDO TO WS-RSCC-ULT-DATA(WS-RSC-IND)
                 MOVE NUM-PEDIDO TO WS-RSCC-ULT-PEDIDO(WS-RSC-IND)
              END-IF
              COMPUTE WS-RSC-DIA-PED =
                      FUNCTION INTEGER-OF-DATE(DATA-PEDIDO)
              IF WS-RSC-DIA-PED <= WS-RSC-HOJE-INT
                 COMPUTE WS-RSC-DIAS-SEM =
                         WS-RSC-HOJE-INT - WS-RSC-DIA-PED
                 IF WS-RSC-DIAS-SEM < 90
                    ADD VALOR-PEDIDO TO WS-RSCC-RECENTE(WS-RSC-IND)
                 ELSE
                    IF WS-RSC-DIAS-SEM < 180
                       ADD VALOR-PEDIDO
                           TO WS-RSCC-ANTERIOR(WS-RSC-IND)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
       AVALIA-CLIENTE-RISCO SECTION.
           MOVE WS-ROTA-ESCOLHIDO TO WS-RSC-IND
           ADD 1 TO WS-RSC-ANALISADOS
           MOVE SPACES TO WS-RSC-MOTIVO
           MOVE ZEROS TO WS-RSC-QUEDA
           MOVE ZEROS TO WS-RSC-DIAS-SEM
      *    CLIENTE QUE NUNCA TEVE PEDIDO FATURADO NAO E PERDA.
           IF WS-RSCC-ULT-DATA(WS-RSC-IND) > ZEROS
              COMPUTE WS-RSC-DIAS-SEM = WS-RSC-HOJE-INT -
                      FUNCTION INTEGER-OF-DATE
                      (WS-RSCC-ULT-DATA(WS-RSC-IND))
              IF WS-RSC-DIAS-SEM > WS-RSC-DIAS
                 MOVE "S" TO WS-RSC-MOTIVO
              END-IF
              IF WS-RSCC-ANTERIOR(WS-RSC-IND) > ZEROS AND
                 WS-RSCC-RECENTE(WS-RSC-IND) <
                 WS-RSCC-ANTERIOR(WS-RSC-IND)
                 COMPUTE WS-RSC-QUEDA =
                         (WS-RSCC-ANTERIOR(WS-RSC-IND)
                        - WS-RSCC-RECENTE(WS-RSC-IND)) * 100
                        / WS-RSCC-ANTERIOR(WS-RSC-IND)
                 IF WS-RSC-QUEDA >= WS-RSC-PCT
                    IF WS-RSC-MOTIVO = SPACES
                       MOVE "Q" TO WS-RSC-MOTIVO
                    ELSE
                       MOVE "SQ" TO WS-RSC-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM ATUALIZA-HISTORICO-RISCO
           IF WS-RSC-MOTIVO NOT = SPACES
              ADD 1 TO WS-RSC-EM-RISCO
              ADD 1 TO WS-RSC-VEND-QTD
              PERFORM BUSCA-ULTIMA-VISITA-RISCO
              MOVE WS-RSC-VEND-QTD TO WS-LRSC-SEQ
              MOVE WS-ROTA-COD(WS-RSC-IND) TO WS-LRSC-CLIENTE
              MOVE WS-ROTA-RAZAO(WS-RSC-IND) TO WS-LRSC-RAZAO
              MOVE WS-RSCC-ULT-DATA(WS-RSC-IND) TO WS-LRSC-ULT-PED
              MOVE WS-RSC-DIAS-SEM TO WS-LRSC-DIAS
              MOVE WS-RSC-ULT-VISITA TO WS-LRSC-ULT-VIS
              MOVE WS-RSC-ULT-RESULTADO TO WS-LRSC-RESULTADO
              MOVE WS-RSCC-ANTERIOR(WS-RSC-IND) TO WS-LRSC-ANTERIOR
              MOVE WS-RSCC-RECENTE(WS-RSC-IND) TO WS-LRSC-RECENTE
              MOVE WS-RSC-QUEDA TO WS-LRSC-QUEDA
              MOVE WS-RSC-MOTIVO TO WS-LRSC-MOTIVO
              MOVE WS-LINHA-RISCO TO WID-ARQ-RISCO-LST
              PERFORM GRAVA-LINHA-RISCO
           END-IF.
           EXIT.
       BUSCA-ULTIMA-VISITA-RISCO SECTION.
           MOVE ZEROS TO WS-RSC-ULT-VISITA
           MOVE SPACES TO WS-RSC-ULT-RESULTADO
           MOVE ZEROS TO WS-ARQ-FIM-VIS
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VIS
           MOVE WS-ROTA-COD(WS-RSC-IND) TO COD-CLIENTE-VIS
           MOVE ZEROS TO DATA-VISITA
           MOVE ZEROS TO SEQ-VIS
           START ARQ-VISITA KEY IS NOT LESS THAN CHAVE-VIS
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VIS
           END-START
           PERFORM UNTIL ARQ-FIM-VIS
               READ ARQ-VISITA NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VIS
                   NOT AT END
                      IF COD-EMPRESA-VIS NOT = WS-EMPRESA-ATUAL OR
                         COD-CLIENTE-VIS NOT = WS-ROTA-COD(WS-RSC-IND)
                         MOVE 1 TO WS-ARQ-FIM-VIS
                      ELSE
                         MOVE DATA-VISITA TO WS-RSC-ULT-VISITA
                         MOVE RESULTADO-VIS TO WS-RSC-ULT-RESULTADO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ATUALIZA-HISTORICO-RISCO SECTION.
      *    ALERTA PENDENTE DE CLIENTE QUE SAIU DO RISCO E DADO COMO
      *    RETORNO SO QUANDO HA PEDIDO FATURADO DEPOIS DO ALERTA; SEM
      *    ELE (CRITERIO ALTERADO, POR EXEMPLO) O ALERTA CONTINUA
      *    PENDENTE. CLIENTE EM RISCO SEM ALERTA PENDENTE GANHA UM NOVO.
           MOVE ZEROS TO WS-RSC-PENDENTE
           MOVE ZEROS TO WS-FIM-RSC
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-RSC
           MOVE WS-ROTA-COD(WS-RSC-IND) TO COD-CLIENTE-RSC
           MOVE ZEROS TO DATA-ALERTA-RSC
           START ARQ-RISCO KEY IS NOT LESS THAN CHAVE-RSC
               INVALID KEY
                  MOVE 1 TO WS-FIM-RSC
           END-START
           PERFORM UNTIL FIM-RSC
               READ ARQ-RISCO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-RSC
                   NOT AT END
                      IF COD-EMPRESA-RSC NOT = WS-EMPRESA-ATUAL OR
                         COD-CLIENTE-RSC NOT = WS-ROTA-COD(WS-RSC-IND)
                         MOVE 1 TO WS-FIM-RSC
                      ELSE
                         IF RSC-PENDENTE
                            IF WS-RSC-MOTIVO = SPACES AND
                               WS-RSCC-ULT-DATA(WS-RSC-IND) >
                               DATA-ALERTA-RSC
                               PERFORM REGISTRA-RETORNO-RISCO
                            ELSE
                               MOVE 1 TO WS-RSC-PENDENTE
                            END-IF
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           IF WS-RSC-MOTIVO NOT = SPACES AND NOT RSC-TEM-PENDENTE
              MOVE SPACES TO WID-ARQ-RISCO
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-RSC
              MOVE WS-ROTA-COD(WS-RSC-IND) TO COD-CLIENTE-RSC
              MOVE WS-DATA-HOJE TO DATA-ALERTA-RSC
              MOVE COD-VENDEDOR TO COD-VENDEDOR-RSC
              MOVE WS-RSC-MOTIVO TO MOTIVO-RSC
              MOVE WS-RSCC-ULT-DATA(WS-RSC-IND) TO DATA-ULT-PEDIDO-RSC
              MOVE WS-RSCC-ANTERIOR(WS-RSC-IND) TO VALOR-ANTERIOR-RSC
              MOVE WS-RSCC-RECENTE(WS-RSC-IND) TO VALOR-RECENTE-RSC
              MOVE WS-RSC-QUEDA TO PCT-QUEDA-RSC
              MOVE "P" TO SITUACAO-RSC
              MOVE ZEROS TO DATA-RETORNO-RSC
              MOVE ZEROS TO NUM-PEDIDO-RETORNO-RSC
              WRITE WID-ARQ-RISCO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO WS-RSC-NOVOS
              END-WRITE
           END-IF.
           EXIT.
       REGISTRA-RETORNO-RISCO SECTION.
           MOVE "R" TO SITUACAO-RSC
           MOVE WS-RSCC-ULT-DATA(WS-RSC-IND) TO DATA-RETORNO-RSC
           MOVE WS-RSCC-ULT-PEDIDO(WS-RSC-IND)
             TO NUM-PEDIDO-RETORNO-RSC
           REWRITE WID-ARQ-RISCO
               INVALID KEY
                  CONTINUE
           END-REWRITE
           ADD 1 TO WS-RSC-RETORNOS
           IF WS-RSC-QTD-RET < 500
              ADD 1 TO WS-RSC-QTD-RET
              MOVE COD-CLIENTE-RSC TO WS-RSCR-CLIENTE(WS-RSC-QTD-RET)
              MOVE COD-VENDEDOR TO WS-RSCR-VENDEDOR(WS-RSC-QTD-RET)
              MOVE DATA-ALERTA-RSC TO WS-RSCR-ALERTA(WS-RSC-QTD-RET)
              MOVE DATA-RETORNO-RSC TO WS-RSCR-RETORNO(WS-RSC-QTD-RET)
              MOVE NUM-PEDIDO-RETORNO-RSC
                TO WS-RSCR-PEDIDO(WS-RSC-QTD-RET)
           END-IF.
           EXIT.
       IMPRIME-RETORNOS-RISCO SECTION.
           MOVE SPACES TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "CLIENTES QUE VOLTARAM A COMPRAR" TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "CLIENTE  VEN  ALERTA    RETORNO    PEDIDO"
             TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           PERFORM VARYING WS-RSC-IND FROM 1 BY 1
                   UNTIL WS-RSC-IND > WS-RSC-QTD-RET
               MOVE WS-RSCR-CLIENTE(WS-RSC-IND) TO WS-LRTR-CLIENTE
               MOVE WS-RSCR-VENDEDOR(WS-RSC-IND) TO WS-LRTR-VENDEDOR
               MOVE WS-RSCR-ALERTA(WS-RSC-IND) TO WS-LRTR-ALERTA
               MOVE WS-RSCR-RETORNO(WS-RSC-IND) TO WS-LRTR-RETORNO
               MOVE WS-RSCR-PEDIDO(WS-RSC-IND) TO WS-LRTR-PEDIDO
               MOVE WS-LINHA-RISCO-RET TO WID-ARQ-RISCO-LST
               PERFORM GRAVA-LINHA-RISCO
           END-PERFORM
           IF WS-RSC-QTD-RET = ZEROS
              MOVE "NENHUM RETORNO NESTA EXECUCAO" TO WID-ARQ-RISCO-LST
              PERFORM GRAVA-LINHA-RISCO
           END-IF.
           EXIT.
       IMPRIME-TOTAIS-RISCO SECTION.
           MOVE ZEROS TO WS-RSC-HIST-TOTAL
           MOVE ZEROS TO WS-RSC-HIST-RECUP
           MOVE ZEROS TO WS-RSC-HIST-PEND
           MOVE ZEROS TO WS-FIM-RSC
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-RSC
           MOVE ZEROS TO COD-CLIENTE-RSC
           MOVE ZEROS TO DATA-ALERTA-RSC
           START ARQ-RISCO KEY IS NOT LESS THAN CHAVE-RSC
               INVALID KEY
                  MOVE 1 TO WS-FIM-RSC
           END-START
           PERFORM UNTIL FIM-RSC
               READ ARQ-RISCO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-RSC
                   NOT AT END
                      IF COD-EMPRESA-RSC NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-FIM-RSC
                      ELSE
                         ADD 1 TO WS-RSC-HIST-TOTAL
                         IF RSC-RECUPERADO
                            ADD 1 TO WS-RSC-HIST-RECUP
                         ELSE
                            ADD 1 TO WS-RSC-HIST-PEND
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "CLIENTES ANALISADOS.........:" TO WS-AGIT-ROTULO
           MOVE WS-RSC-ANALISADOS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "CLIENTES EM RISCO...........:" TO WS-AGIT-ROTULO
           MOVE WS-RSC-EM-RISCO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "NOVOS ALERTAS...............:" TO WS-AGIT-ROTULO
           MOVE WS-RSC-NOVOS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "ALERTAS NO HISTORICO........:" TO WS-AGIT-ROTULO
           MOVE WS-RSC-HIST-TOTAL TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "  CLIENTES RECUPERADOS......:" TO WS-AGIT-ROTULO
           MOVE WS-RSC-HIST-RECUP TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO
           MOVE "  AINDA EM RISCO............:" TO WS-AGIT-ROTULO
           MOVE WS-RSC-HIST-PEND TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-RISCO-LST
           PERFORM GRAVA-LINHA-RISCO.
           EXIT.
       GRAVA-LINHA-RISCO SECTION.
           WRITE WID-ARQ-RISCO-LST
           ADD 1 TO WS-RSC-LINHAS
           MOVE SPACES TO WID-ARQ-RISCO-LST.
           EXIT.
      *    PONTUALIDADE DO CLIENTE: ATRASO MEDIO (PAGAMENTO MENOS
      *    VENCIMENTO) E PERCENTUAL PAGO NO PRAZO DOS LIQUIDADOS.
       EXIBE-SCORE-CLIENTE SECTION.
           MOVE ZEROS TO WS-SCO-QTD
           MOVE ZEROS TO WS-SCO-NO-PRAZO
           MOVE ZEROS TO WS-SCO-SOMA-ATRASO
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF COD-EMPRESA-TIT = COD-EMPRESA-CLI AND
                         COD-CLIENTE-TIT = COD-CLIENTE
                         PERFORM CALCULA-ATRASO-PAGAMENTO
                         IF WS-SCO-ATRASO NOT = 99999
                            ADD 1 TO WS-SCO-QTD
                            ADD WS-SCO-ATRASO TO WS-SCO-SOMA-ATRASO
                            IF WS-SCO-ATRASO <= ZEROS
                               ADD 1 TO WS-SCO-NO-PRAZO
                            END-IF
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           PERFORM MONTA-TEXTO-SCORE
           DISPLAY TELA-SCORE-CLIENTE.
           EXIT.
       CALCULA-ATRASO-PAGAMENTO SECTION.
      *    DEVOLVE 99999 QUANDO O TITULO NAO ENTRA NO HISTORICO.
           MOVE 99999 TO WS-SCO-ATRASO
           IF TIT-LIQUIDADO AND VALOR-PAGO-TIT > ZEROS AND
              DATA-PAGAMENTO-TIT > ZEROS AND
              DATA-VENCIMENTO-TIT > ZEROS
              COMPUTE WS-SCO-ATRASO =
                      FUNCTION INTEGER-OF-DATE(DATA-PAGAMENTO-TIT)
                    - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO-TIT)
           END-IF.
           EXIT.
       MONTA-TEXTO-SCORE SECTION.
           MOVE SPACES TO WS-SCO-TEXTO
           IF WS-SCO-QTD = ZEROS
              MOVE ZEROS TO WS-SCO-ATRASO-MEDIO
              MOVE ZEROS TO WS-SCO-PCT
              MOVE "SEM HISTORICO DE PAGAMENTO" TO WS-SCO-TEXTO
           ELSE
              COMPUTE WS-SCO-ATRASO-MEDIO ROUNDED =
                      WS-SCO-SOMA-ATRASO / WS-SCO-QTD
              COMPUTE WS-SCO-PCT ROUNDED =
                      WS-SCO-NO-PRAZO * 100 / WS-SCO-QTD
              MOVE WS-SCO-ATRASO-MEDIO TO WS-SCO-ATRASO-ED
              MOVE WS-SCO-PCT TO WS-SCO-PCT-ED
              MOVE WS-SCO-QTD TO WS-SCO-QTD-ED
              STRING "ATRASO MEDIO " WS-SCO-ATRASO-ED " DIAS  NO PRAZO "
                     WS-SCO-PCT-ED "%  TIT " WS-SCO-QTD-ED
                     DELIMITED BY SIZE INTO WS-SCO-TEXTO
              END-STRING
           END-IF.
           EXIT.
      *    PROJECAO DE RECEBIMENTOS DOS PROXIMOS 90 DIAS: CADA TITULO EM
      *    ABERTO VENCE NA DATA PREVISTA MAIS O ATRASO MEDIO DO CLIENTE.
       EXECUTA-PROJECAO SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              COMPUTE WS-PRJ-HOJE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              MOVE "projecao" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-PROJECAO-LST
              IF WS-RESULTADO-ACESSO = ZEROS
                 PERFORM ZERA-PROJECAO
                 PERFORM ACUMULA-HISTORICO-PROJECAO
                 PERFORM ACUMULA-TITULOS-PROJECAO
                 PERFORM IMPRIME-PROJECAO
                 CLOSE ARQ-PROJECAO-LST
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 STRING "EMPRESA=" WS-EMPRESA-FILTRO
                        DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                 END-STRING
                 MOVE WS-PRJ-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE "PROJECAO DE RECEBIMENTOS GERADA" TO WS-MSG
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       ZERA-PROJECAO SECTION.
           MOVE ZEROS TO WS-PRJ-SEMANAS
           MOVE ZEROS TO WS-PRJ-MESES
           MOVE ZEROS TO WS-PRJ-EMPRESAS
           MOVE ZEROS TO WS-PRJ-QTD-CLI
           MOVE ZEROS TO WS-PRJ-QTD-VEN
           MOVE ZEROS TO WS-PRJ-TOTAL
           MOVE ZEROS TO WS-PRJ-ALEM
           MOVE ZEROS TO WS-PRJ-SEM-HIST
           MOVE ZEROS TO WS-PRJ-QTD-TIT
           MOVE ZEROS TO WS-PRJ-LINHAS
           MOVE WS-DATA-HOJE(1:6) TO WS-PRJ-MES-BASE
           MOVE WS-PRJ-MES-BASE TO WS-PRJ-MES-REF(1)
           PERFORM VARYING WS-PRJ-MES FROM 2 BY 1 UNTIL WS-PRJ-MES > 4
               COMPUTE WS-PRJ-MES-REF(WS-PRJ-MES) =
                       WS-PRJ-MES-REF(WS-PRJ-MES - 1) + 1
               IF WS-PRJ-MES-REF(WS-PRJ-MES)(5:2) = "13"
                  COMPUTE WS-PRJ-MES-REF(WS-PRJ-MES) =
                          WS-PRJ-MES-REF(WS-PRJ-MES) + 88
               END-IF
           END-PERFORM.
           EXIT.
       ACUMULA-HISTORICO-PROJECAO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF WS-EMPRESA-FILTRO = ZEROS OR
                         COD-EMPRESA-TIT = WS-EMPRESA-FILTRO
                         PERFORM CALCULA-ATRASO-PAGAMENTO
                         IF WS-SCO-ATRASO NOT = 99999
                            PERFORM LOCALIZA-CLIENTE-PROJECAO
                            IF WS-PRJ-CLI > ZEROS
                               ADD 1 TO WS-PRJC-QTD-PAGOS(WS-PRJ-CLI)
                               ADD WS-SCO-ATRASO
                                   TO WS-PRJC-SOMA-ATRASO(WS-PRJ-CLI)
                               IF WS-SCO-ATRASO <= ZEROS
                                  ADD 1 TO WS-PRJC-NO-PRAZO(WS-PRJ-CLI)
                               END-IF
                            END-IF
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       LOCALIZA-CLIENTE-PROJECAO SECTION.
           MOVE ZEROS TO WS-PRJ-CLI
           PERFORM VARYING WS-PRJ-IND FROM 1 BY 1
                   UNTIL WS-PRJ-IND > WS-PRJ-QTD-CLI OR
                         WS-PRJ-CLI > ZEROS
               IF WS-PRJC-EMPRESA(WS-PRJ-IND) = COD-EMPRESA-TIT AND
                  WS-PRJC-CLIENTE(WS-PRJ-IND) = COD-CLIENTE-TIT
                  MOVE WS-PRJ-IND TO WS-PRJ-CLI
               END-IF
           END-PERFORM
           IF WS-PRJ-CLI = ZEROS AND WS-PRJ-QTD-CLI < 5000
              ADD 1 TO WS-PRJ-QTD-CLI
              MOVE WS-PRJ-QTD-CLI TO WS-PRJ-CLI
              MOVE COD-EMPRESA-TIT TO WS-PRJC-EMPRESA(WS-PRJ-CLI)
              MOVE COD-CLIENTE-TIT TO WS-PRJC-CLIENTE(WS-PRJ-CLI)
              MOVE ZEROS TO WS-PRJC-QTD-PAGOS(WS-PRJ-CLI)
              MOVE ZEROS TO WS-PRJC-NO-PRAZO(WS-PRJ-CLI)
              MOVE ZEROS TO WS-PRJC-SOMA-ATRASO(WS-PRJ-CLI)
              MOVE ZEROS TO WS-PRJC-ABERTO(WS-PRJ-CLI)
           END-IF.
           EXIT.
       ACUMULA-TITULOS-PROJECAO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND SALDO-TIT > ZEROS AND
                         DATA-VENCIMENTO-TIT > ZEROS AND
                         (WS-EMPRESA-FILTRO = ZEROS OR
                          COD-EMPRESA-TIT = WS-EMPRESA-FILTRO)
                         PERFORM PROJETA-TITULO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       PROJETA-TITULO SECTION.
           PERFORM LOCALIZA-CLIENTE-PROJECAO
           COMPUTE WS-PRJ-DIA =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO-TIT)
           IF WS-PRJ-CLI > ZEROS
              ADD SALDO-TIT TO WS-PRJC-ABERTO(WS-PRJ-CLI)
              IF WS-PRJC-QTD-PAGOS(WS-PRJ-CLI) > ZEROS
                 COMPUTE WS-SCO-ATRASO-MEDIO ROUNDED =
                         WS-PRJC-SOMA-ATRASO(WS-PRJ-CLI)
                       / WS-PRJC-QTD-PAGOS(WS-PRJ-CLI)
                 ADD WS-SCO-ATRASO-MEDIO TO WS-PRJ-DIA
              END-IF
           END-IF
           IF WS-PRJ-CLI = ZEROS OR
              WS-PRJC-QTD-PAGOS(WS-PRJ-CLI) = ZEROS
              ADD SALDO-TIT TO WS-PRJ-SEM-HIST
              ADD SALDO-TIT TO WS-PRJE-SEM-HIST(COD-EMPRESA-TIT)
           END-IF
      *    O QUE JA DEVERIA TER SIDO PAGO ENTRA NA PRIMEIRA SEMANA.
           IF WS-PRJ-DIA < WS-PRJ-HOJE-INT
              MOVE WS-PRJ-HOJE-INT TO WS-PRJ-DIA
           END-IF
           IF WS-PRJ-DIA - WS-PRJ-HOJE-INT >= 91
              ADD SALDO-TIT TO WS-PRJ-ALEM
           ELSE
              COMPUTE WS-PRJ-SEM =
                      (WS-PRJ-DIA - WS-PRJ-HOJE-INT) / 7 + 1
              IF WS-PRJ-SEM > 13
                 MOVE 13 TO WS-PRJ-SEM
              END-IF
              ADD SALDO-TIT TO WS-PRJ-SEMANA-VALOR(WS-PRJ-SEM)
              COMPUTE WS-PRJ-DATA = FUNCTION DATE-OF-INTEGER(WS-PRJ-DIA)
              PERFORM VARYING WS-PRJ-MES FROM 1 BY 1
                      UNTIL WS-PRJ-MES > 4
                  IF WS-PRJ-MES-REF(WS-PRJ-MES) = WS-PRJ-DATA(1:6)
                     ADD SALDO-TIT TO WS-PRJ-MES-VALOR(WS-PRJ-MES)
                  END-IF
              END-PERFORM
              ADD SALDO-TIT TO WS-PRJ-TOTAL
              ADD 1 TO WS-PRJ-QTD-TIT
              ADD SALDO-TIT TO WS-PRJE-VALOR(COD-EMPRESA-TIT)
              ADD 1 TO WS-PRJE-QTD(COD-EMPRESA-TIT)
              PERFORM ACUMULA-VENDEDOR-PROJECAO
           END-IF.
           EXIT.
       ACUMULA-VENDEDOR-PROJECAO SECTION.
           MOVE ZEROS TO WS-PRJ-VEN
           PERFORM VARYING WS-PRJ-IND FROM 1 BY 1
                   UNTIL WS-PRJ-IND > WS-PRJ-QTD-VEN OR
                         WS-PRJ-VEN > ZEROS
               IF WS-PRJV-EMPRESA(WS-PRJ-IND) = COD-EMPRESA-TIT AND
                  WS-PRJV-VENDEDOR(WS-PRJ-IND) = COD-VENDEDOR-TIT
                  MOVE WS-PRJ-IND TO WS-PRJ-VEN
               END-IF
           END-PERFORM
           IF WS-PRJ-VEN = ZEROS AND WS-PRJ-QTD-VEN < 999
              ADD 1 TO WS-PRJ-QTD-VEN
              MOVE WS-PRJ-QTD-VEN TO WS-PRJ-VEN
              MOVE COD-EMPRESA-TIT TO WS-PRJV-EMPRESA(WS-PRJ-VEN)
              MOVE COD-VENDEDOR-TIT TO WS-PRJV-VENDEDOR(WS-PRJ-VEN)
              MOVE ZEROS TO WS-PRJV-VALOR(WS-PRJ-VEN)
              MOVE ZEROS TO WS-PRJV-QTD(WS-PRJ-VEN)
           END-IF
           IF WS-PRJ-VEN > ZEROS
              ADD SALDO-TIT TO WS-PRJV-VALOR(WS-PRJ-VEN)
              ADD 1 TO WS-PRJV-QTD(WS-PRJ-VEN)
           END-IF.
           EXIT.
       IMPRIME-PROJECAO SECTION.
           MOVE SPACES TO WID-ARQ-PROJECAO-LST
           IF WS-EMPRESA-FILTRO = ZEROS
              STRING "PROJECAO DE RECEBIMENTOS 90 DIAS - CONSOLIDADO"
                     " - POSICAO " WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WID-ARQ-PROJECAO-LST
              END-STRING
           ELSE
              STRING "PROJECAO DE RECEBIMENTOS 90 DIAS - EMPRESA "
                     WS-EMPRESA-FILTRO " - POSICAO " WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WID-ARQ-PROJECAO-LST
              END-STRING
           END-IF
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "VENCIMENTO AJUSTADO PELO ATRASO MEDIO DE CADA CLIENTE"
             TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "POR SEMANA" TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO
           PERFORM VARYING WS-PRJ-SEM FROM 1 BY 1 UNTIL WS-PRJ-SEM > 13
               MOVE SPACES TO WS-LPRJ-ROTULO
               STRING "SEMANA " WS-PRJ-SEM(3:2)
                      DELIMITED BY SIZE INTO WS-LPRJ-ROTULO
               END-STRING
               COMPUTE WS-PRJ-DATA-INI = FUNCTION DATE-OF-INTEGER
                       (WS-PRJ-HOJE-INT + (WS-PRJ-SEM - 1) * 7)
               COMPUTE WS-PRJ-DATA-FIM = FUNCTION DATE-OF-INTEGER
                       (WS-PRJ-HOJE-INT + (WS-PRJ-SEM - 1) * 7 + 6)
               MOVE WS-PRJ-DATA-INI TO WS-LPRJ-INICIO
               MOVE WS-PRJ-DATA-FIM TO WS-LPRJ-FIM
               MOVE WS-PRJ-SEMANA-VALOR(WS-PRJ-SEM) TO WS-LPRJ-VALOR
               MOVE WS-LINHA-PROJECAO TO WID-ARQ-PROJECAO-LST
               PERFORM GRAVA-LINHA-PROJECAO
           END-PERFORM
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "POR MES" TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO
           PERFORM VARYING WS-PRJ-MES FROM 1 BY 1 UNTIL WS-PRJ-MES > 4
               MOVE SPACES TO WS-LPRG-ROTULO
               STRING "MES " WS-PRJ-MES-REF(WS-PRJ-MES)
                      DELIMITED BY SIZE INTO WS-LPRG-ROTULO
               END-STRING
               MOVE ZEROS TO WS-LPRG-QTD
               MOVE WS-PRJ-MES-VALOR(WS-PRJ-MES) TO WS-LPRG-VALOR
               MOVE ZEROS TO WS-LPRG-SEM-HIST
               MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
               MOVE SPACES TO WID-ARQ-PROJECAO-LST(41:)
               MOVE WS-LPRG-VALOR TO WID-ARQ-PROJECAO-LST(50:)
               PERFORM GRAVA-LINHA-PROJECAO
           END-PERFORM
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "POR EMPRESA" TO WS-LPRG-ROTULO
           MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
           MOVE "TITULOS   PREVISTO 90 DIAS    SEM HISTORICO"
             TO WID-ARQ-PROJECAO-LST(43:)
           PERFORM GRAVA-LINHA-PROJECAO
           PERFORM VARYING WS-PRJ-IND FROM 1 BY 1
                   UNTIL WS-PRJ-IND > 999
               IF WS-PRJE-QTD(WS-PRJ-IND) > ZEROS OR
                  WS-PRJE-SEM-HIST(WS-PRJ-IND) > ZEROS
                  MOVE SPACES TO WS-LPRG-ROTULO
                  STRING "EMPRESA " WS-PRJ-IND(2:3)
                         DELIMITED BY SIZE INTO WS-LPRG-ROTULO
                  END-STRING
                  MOVE WS-PRJE-QTD(WS-PRJ-IND) TO WS-LPRG-QTD
                  MOVE WS-PRJE-VALOR(WS-PRJ-IND) TO WS-LPRG-VALOR
                  MOVE WS-PRJE-SEM-HIST(WS-PRJ-IND) TO WS-LPRG-SEM-HIST
                  MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
                  PERFORM GRAVA-LINHA-PROJECAO
               END-IF
           END-PERFORM
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "POR VENDEDOR" TO WS-LPRG-ROTULO
           MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
           MOVE "TITULOS   PREVISTO 90 DIAS"
             TO WID-ARQ-PROJECAO-LST(43:)
           PERFORM GRAVA-LINHA-PROJECAO
           PERFORM VARYING WS-PRJ-VEN FROM 1 BY 1
                   UNTIL WS-PRJ-VEN > WS-PRJ-QTD-VEN
               MOVE WS-PRJV-EMPRESA(WS-PRJ-VEN) TO COD-EMPRESA-VEN
               MOVE WS-PRJV-VENDEDOR(WS-PRJ-VEN) TO COD-VENDEDOR
               READ ARQ-VENDEDOR WITH NO LOCK
                   INVALID KEY
                      MOVE "SEM VENDEDOR" TO NOME-VENDEDOR
               END-READ
               MOVE SPACES TO WS-LPRG-ROTULO
               STRING WS-PRJV-EMPRESA(WS-PRJ-VEN) "/"
                      WS-PRJV-VENDEDOR(WS-PRJ-VEN) " " NOME-VENDEDOR
                      DELIMITED BY SIZE INTO WS-LPRG-ROTULO
               END-STRING
               MOVE WS-PRJV-QTD(WS-PRJ-VEN) TO WS-LPRG-QTD
               MOVE WS-PRJV-VALOR(WS-PRJ-VEN) TO WS-LPRG-VALOR
               MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
               MOVE SPACES TO WID-ARQ-PROJECAO-LST(66:)
               PERFORM GRAVA-LINHA-PROJECAO
           END-PERFORM
           PERFORM IMPRIME-SEM-HISTORICO-PROJECAO
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "TITULOS NA PROJECAO.........:" TO WS-AGIT-ROTULO
           MOVE WS-PRJ-QTD-TIT TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "PREVISTO NOS PROXIMOS 90 DIAS:" TO WS-AGIT-ROTULO
           MOVE WS-PRJ-TOTAL TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "PREVISTO APOS 90 DIAS.......:" TO WS-AGIT-ROTULO
           MOVE WS-PRJ-ALEM TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "EM ABERTO SEM HISTORICO.....:" TO WS-AGIT-ROTULO
           MOVE WS-PRJ-SEM-HIST TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-PROJECAO-LST
           PERFORM GRAVA-LINHA-PROJECAO.
           EXIT.
       IMPRIME-SEM-HISTORICO-PROJECAO SECTION.
      *    CLIENTES COM TITULO EM ABERTO E NENHUM PAGAMENTO ANTERIOR:
      *    A PREVISAO DELES USA O VENCIMENTO SEM AJUSTE.
           PERFORM GRAVA-LINHA-PROJECAO
           MOVE "CLIENTES SEM HISTORICO DE PAGAMENTO" TO WS-LPRG-ROTULO
           MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
           MOVE SPACES TO WID-ARQ-PROJECAO-LST(41:)
           MOVE "EM ABERTO" TO WID-ARQ-PROJECAO-LST(58:)
           PERFORM GRAVA-LINHA-PROJECAO
           PERFORM VARYING WS-PRJ-CLI FROM 1 BY 1
                   UNTIL WS-PRJ-CLI > WS-PRJ-QTD-CLI
               IF WS-PRJC-QTD-PAGOS(WS-PRJ-CLI) = ZEROS AND
                  WS-PRJC-ABERTO(WS-PRJ-CLI) > ZEROS
                  MOVE WS-PRJC-EMPRESA(WS-PRJ-CLI) TO COD-EMPRESA-CLI
                  MOVE WS-PRJC-CLIENTE(WS-PRJ-CLI) TO COD-CLIENTE
                  READ ARQ-CLIENTE WITH NO LOCK
                      INVALID KEY
                         MOVE SPACES TO RAZAO-CLIENTE
                  END-READ
                  MOVE SPACES TO WS-LPRG-ROTULO
                  STRING COD-EMPRESA-CLI "/" COD-CLIENTE " "
                         RAZAO-CLIENTE
                         DELIMITED BY SIZE INTO WS-LPRG-ROTULO
                  END-STRING
                  MOVE ZEROS TO WS-LPRG-QTD
                  MOVE WS-PRJC-ABERTO(WS-PRJ-CLI) TO WS-LPRG-VALOR
                  MOVE WS-LINHA-PROJECAO-GRP TO WID-ARQ-PROJECAO-LST
                  MOVE SPACES TO WID-ARQ-PROJECAO-LST(41:)
                  MOVE WS-LPRG-VALOR TO WID-ARQ-PROJECAO-LST(50:)
                  PERFORM GRAVA-LINHA-PROJECAO
               END-IF
           END-PERFORM.
           EXIT.
       GRAVA-LINHA-PROJECAO SECTION.
           WRITE WID-ARQ-PROJECAO-LST
           ADD 1 TO WS-PRJ-LINHAS
           MOVE SPACES TO WID-ARQ-PROJECAO-LST.
           EXIT.
      *    VISAO CONSOLIDADA DO GRUPO: UMA LINHA POR EMPRESA COM OS
      *    NUMEROS DOS RELATORIOS GERENCIAIS (RESUMO, METAS, COMISSAO,
      *    TITULOS E COBERTURA), O TOTAL DO GRUPO E A ELIMINACAO DOS
      *    CLIENTES CADASTRADOS EM MAIS DE UMA EMPRESA COM O MESMO CNPJ.
       EXECUTA-CONSOLIDADO SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "CONSOLIDADO" TO WS-EXEC-ROTINA
              PERFORM REGISTRA-INICIO-EXECUCAO
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE "consolidado" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-CONSOLIDADO-LST
              IF WS-RESULTADO-ACESSO = ZEROS
                 PERFORM ZERA-CONSOLIDADO
                 PERFORM APURA-CNPJ-CONSOLIDADO
                 PERFORM APURA-CLIENTES-CONSOLIDADO
                 PERFORM APURA-VENDEDORES-CONSOLIDADO
                 PERFORM APURA-PEDIDOS-CONSOLIDADO
                 PERFORM APURA-METAS-CONSOLIDADO
                 PERFORM APURA-COMISSAO-CONSOLIDADO
                 PERFORM APURA-TITULOS-CONSOLIDADO
                 PERFORM IMPRIME-CONSOLIDADO
                 CLOSE ARQ-CONSOLIDADO-LST
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 STRING "COMPETENCIA=" WS-COMPETENCIA
                        DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                 END-STRING
                 MOVE WS-CNS-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE SPACES TO WS-MSG
                 STRING "CONSOLIDADO GERADO - EMPRESAS: " WS-CNS-QTD-EMP
                        DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 MOVE "O" TO WS-EXEC-RESULTADO
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              MOVE WS-CNS-QTD-EMP TO WS-EXEC-CONT1
              COMPUTE WS-EXEC-CONT2 = WS-CNS-ELIM-ATIVOS
                                    + WS-CNS-ELIM-INATIVOS
              MOVE WS-CNS-QTD-GRP TO WS-EXEC-CONT3
              PERFORM REGISTRA-FIM-EXECUCAO
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       ZERA-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-CNS-EMPRESAS
           MOVE ZEROS TO WS-CNS-TOTAL
           MOVE ZEROS TO WS-CNS-QTD-EMP
           MOVE ZEROS TO WS-CNS-LINHAS
           MOVE ZEROS TO WS-CNS-QTD-GRP
           MOVE ZEROS TO WS-CNS-QTD-COMUM
           MOVE ZEROS TO WS-CNS-ELIM-ATIVOS
           MOVE ZEROS TO WS-CNS-ELIM-INATIVOS
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-ALFA.
           EXIT.
      *    PERCORRE O CADASTRO NA ORDEM DO CNPJ. CADA CNPJ PRESENTE EM
      *    MAIS DE UMA EMPRESA VIRA UM GRUPO E SO CONTA UMA VEZ NO
      *    CONSOLIDADO (ATIVO SE ESTIVER ATIVO EM ALGUMA EMPRESA).
       APURA-CNPJ-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE SPACES TO WS-CNS-CNPJ-ANT
           MOVE ZEROS TO WS-CNS-BLOCO-QTD
           MOVE LOW-VALUES TO CNPJ-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS THAN CNPJ-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-CLIENTE NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF CNPJ-CLIENTE NOT = WS-CNS-CNPJ-ANT
                         PERFORM FECHA-BLOCO-CNPJ
                         MOVE CNPJ-CLIENTE TO WS-CNS-CNPJ-ANT
                         MOVE RAZAO-CLIENTE TO WS-CNS-RAZAO-ANT
                         MOVE COD-EMPRESA-CLI TO WS-CNS-BLOCO-EMPRESA
                      END-IF
                      IF CNPJ-CLIENTE NOT = SPACES AND
                         WS-CNS-BLOCO-QTD < 50
                         ADD 1 TO WS-CNS-BLOCO-QTD
                         MOVE COD-EMPRESA-CLI
                           TO WS-CNSB-EMPRESA(WS-CNS-BLOCO-QTD)
                         MOVE COD-CLIENTE
                           TO WS-CNSB-CLIENTE(WS-CNS-BLOCO-QTD)
                         IF ATIVO-CLIENTE
                            ADD 1 TO WS-CNS-BLOCO-ATIVOS
                         ELSE
                            ADD 1 TO WS-CNS-BLOCO-INATIVOS
                         END-IF
                         IF COD-EMPRESA-CLI NOT = WS-CNS-BLOCO-EMPRESA
                            MOVE 1 TO WS-CNS-BLOCO-OUTRA
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           PERFORM FECHA-BLOCO-CNPJ.
           EXIT.
       FECHA-BLOCO-CNPJ SECTION.
           IF WS-CNS-BLOCO-OUTRA = 1 AND WS-CNS-QTD-GRP < 1000
              ADD 1 TO WS-CNS-QTD-GRP
              MOVE WS-CNS-CNPJ-ANT TO WS-CNSG-CNPJ(WS-CNS-QTD-GRP)
              MOVE WS-CNS-RAZAO-ANT TO WS-CNSG-RAZAO(WS-CNS-QTD-GRP)
              MOVE ZEROS TO WS-CNSG-ABERTO(WS-CNS-QTD-GRP)
              MOVE ZEROS TO WS-CNSG-EMPRESAS(WS-CNS-QTD-GRP)
              PERFORM VARYING WS-CNS-IND FROM 1 BY 1
                      UNTIL WS-CNS-IND > WS-CNS-BLOCO-QTD
                  IF WS-CNS-QTD-COMUM < 3000
                     ADD 1 TO WS-CNS-QTD-COMUM
                     MOVE WS-CNSB-EMPRESA(WS-CNS-IND)
                       TO WS-CNSC-EMPRESA(WS-CNS-QTD-COMUM)
                     MOVE WS-CNSB-CLIENTE(WS-CNS-IND)
                       TO WS-CNSC-CLIENTE(WS-CNS-QTD-COMUM)
                     MOVE WS-CNS-QTD-GRP
                       TO WS-CNSC-GRUPO(WS-CNS-QTD-COMUM)
                  END-IF
                  ADD 1 TO WS-CNSG-EMPRESAS(WS-CNS-QTD-GRP)
              END-PERFORM
              IF WS-CNS-BLOCO-ATIVOS > ZEROS
                 COMPUTE WS-CNS-ELIM-ATIVOS = WS-CNS-ELIM-ATIVOS
                                            + WS-CNS-BLOCO-ATIVOS - 1
                 ADD WS-CNS-BLOCO-INATIVOS TO WS-CNS-ELIM-INATIVOS
              ELSE
                 COMPUTE WS-CNS-ELIM-INATIVOS = WS-CNS-ELIM-INATIVOS
                                              + WS-CNS-BLOCO-INATIVOS
                                              - 1
              END-IF
           END-IF
           MOVE ZEROS TO WS-CNS-BLOCO-QTD
           MOVE ZEROS TO WS-CNS-BLOCO-ATIVOS
           MOVE ZEROS TO WS-CNS-BLOCO-INATIVOS
           MOVE ZEROS TO WS-CNS-BLOCO-OUTRA.
           EXIT.
       APURA-CLIENTES-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE ZEROS TO COD-EMPRESA-CLI
           MOVE ZEROS TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS THAN CHAVE-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-CLIENTE NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF COD-EMPRESA-CLI > ZEROS
                         MOVE COD-EMPRESA-CLI TO WS-CNS-EMP
                         MOVE 1 TO WS-CNSE-USADA(WS-CNS-EMP)
                         IF ATIVO-CLIENTE
                            ADD 1 TO WS-CNSE-ATIVOS(WS-CNS-EMP)
                            PERFORM AVALIA-CLIENTE-CONSOLIDADO
                         ELSE
                            ADD 1 TO WS-CNSE-INATIVOS(WS-CNS-EMP)
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       AVALIA-CLIENTE-CONSOLIDADO SECTION.
           MOVE COD-EMPRESA-CLI TO COD-EMPRESA-CV
           MOVE COD-CLIENTE TO COD-CLIENTE-CV
           READ ARQ-CLI-VEND WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COD-VENDEDOR-CV
           END-READ
           IF COD-VENDEDOR-CV = ZEROS
              ADD 1 TO WS-CNSE-SEM-VEND(WS-CNS-EMP)
           END-IF
           PERFORM BUSCA-ULTIMA-VISITA
           IF WS-ULT-VISITA = ZEROS
              MOVE 9999 TO WS-DIAS-SEM-VISITA
           ELSE
              COMPUTE WS-DIAS-SEM-VISITA =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE(WS-ULT-VISITA)
           END-IF
           IF WS-DIAS-SEM-VISITA > WS-DIAS-COBERTURA
              ADD 1 TO WS-CNSE-SEM-VISITA(WS-CNS-EMP)
           END-IF.
           EXIT.
       APURA-VENDEDORES-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-VEND
           MOVE ZEROS TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VEND
           END-START
           PERFORM UNTIL ARQ-FIM-VEND
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN > ZEROS AND ATIVO-VENDEDOR
                         MOVE COD-EMPRESA-VEN TO WS-CNS-EMP
                         MOVE 1 TO WS-CNSE-USADA(WS-CNS-EMP)
                         ADD 1 TO WS-CNSE-VEND(WS-CNS-EMP)
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       APURA-PEDIDOS-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE ZEROS TO COD-EMPRESA-PED
           MOVE ZEROS TO NUM-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-PEDIDO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF PED-FATURADO AND COD-EMPRESA-PED > ZEROS AND
                         DATA-PEDIDO(1:6) = WS-COMPETENCIA-ALFA
                         MOVE COD-EMPRESA-PED TO WS-CNS-EMP
                         MOVE 1 TO WS-CNSE-USADA(WS-CNS-EMP)
                         ADD VALOR-PEDIDO
                          TO WS-CNSE-FATURADO(WS-CNS-EMP)
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       APURA-METAS-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE ZEROS TO CHAVE-META
           START ARQ-META KEY IS NOT LESS THAN CHAVE-META
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-META NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF COMPETENCIA-MT = WS-COMPETENCIA AND
                         COD-EMPRESA-MT > ZEROS
                         MOVE COD-EMPRESA-MT TO WS-CNS-EMP
                         MOVE 1 TO WS-CNSE-USADA(WS-CNS-EMP)
                         ADD VALOR-META-MT TO WS-CNSE-META(WS-CNS-EMP)
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       APURA-COMISSAO-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE ZEROS TO CHAVE-LCM
           START ARQ-COMISLAN KEY IS NOT LESS THAN CHAVE-LCM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-COMISLAN NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF COMPETENCIA-LCM = WS-COMPETENCIA AND
                         COD-EMPRESA-LCM > ZEROS
                         MOVE COD-EMPRESA-LCM TO WS-CNS-EMP
                         MOVE 1 TO WS-CNSE-USADA(WS-CNS-EMP)
                         IF LCM-ESTORNO
                            SUBTRACT VALOR-LCM
                                FROM WS-CNSE-COMISSAO(WS-CNS-EMP)
                         ELSE
                            ADD VALOR-LCM
                             TO WS-CNSE-COMISSAO(WS-CNS-EMP)
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       APURA-TITULOS-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND SALDO-TIT > ZEROS AND
                         COD-EMPRESA-TIT > ZEROS
                         MOVE COD-EMPRESA-TIT TO WS-CNS-EMP
                         MOVE 1 TO WS-CNSE-USADA(WS-CNS-EMP)
                         ADD SALDO-TIT TO WS-CNSE-ABERTO(WS-CNS-EMP)
                         IF DATA-VENCIMENTO-TIT < WS-DATA-HOJE
                            ADD SALDO-TIT
                             TO WS-CNSE-VENCIDO(WS-CNS-EMP)
                         END-IF
                         PERFORM ACUMULA-GRUPO-CONSOLIDADO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ACUMULA-GRUPO-CONSOLIDADO SECTION.
           MOVE ZEROS TO WS-CNS-GRP
           PERFORM VARYING WS-CNS-IND FROM 1 BY 1
                   UNTIL WS-CNS-IND > WS-CNS-QTD-COMUM OR
                         WS-CNS-GRP > ZEROS
               IF WS-CNSC-EMPRESA(WS-CNS-IND) = COD-EMPRESA-TIT AND
                  WS-CNSC-CLIENTE(WS-CNS-IND) = COD-CLIENTE-TIT
                  MOVE WS-CNSC-GRUPO(WS-CNS-IND) TO WS-CNS-GRP
               END-IF
           END-PERFORM
           IF WS-CNS-GRP > ZEROS
              ADD SALDO-TIT TO WS-CNSG-ABERTO(WS-CNS-GRP)
           END-IF.
           EXIT.
       IMPRIME-CONSOLIDADO SECTION.
           MOVE SPACES TO WID-ARQ-CONSOLIDADO-LST
           STRING "CONSOLIDADO DO GRUPO - COMPETENCIA " WS-COMPETENCIA
                  " - POSICAO " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-CONSOLIDADO-LST
           END-STRING
           PERFORM GRAVA-LINHA-CONSOLIDADO
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "CADASTRO E COBERTURA" TO WID-ARQ-CONSOLIDADO-LST
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "EMPRESA    CLI ATIVOS  CLI INATIV VEND ATIVOS"
             TO WID-ARQ-CONSOLIDADO-LST
           MOVE "SEM VENDEDOR  SEM VISITA"
             TO WID-ARQ-CONSOLIDADO-LST(46:)
           PERFORM GRAVA-LINHA-CONSOLIDADO
           PERFORM VARYING WS-CNS-EMP FROM 1 BY 1 UNTIL WS-CNS-EMP > 999
               IF WS-CNSE-USADA(WS-CNS-EMP) = 1
                  ADD 1 TO WS-CNS-QTD-EMP
                  PERFORM MONTA-ROTULO-EMPRESA-CNS
                  MOVE WS-CNSE-ATIVOS(WS-CNS-EMP) TO WS-LCC-ATIVOS
                  MOVE WS-CNSE-INATIVOS(WS-CNS-EMP) TO WS-LCC-INATIVOS
                  MOVE WS-CNSE-VEND(WS-CNS-EMP) TO WS-LCC-VEND
                  MOVE WS-CNSE-SEM-VEND(WS-CNS-EMP) TO WS-LCC-SEM-VEND
                  MOVE WS-CNSE-SEM-VISITA(WS-CNS-EMP)
                    TO WS-LCC-SEM-VISITA
                  MOVE WS-LINHA-CNS-CAD TO WID-ARQ-CONSOLIDADO-LST
                  PERFORM GRAVA-LINHA-CONSOLIDADO
                  ADD WS-CNSE-ATIVOS(WS-CNS-EMP) TO WS-CNST-ATIVOS
                  ADD WS-CNSE-INATIVOS(WS-CNS-EMP) TO WS-CNST-INATIVOS
                  ADD WS-CNSE-VEND(WS-CNS-EMP) TO WS-CNST-VEND
                  ADD WS-CNSE-SEM-VEND(WS-CNS-EMP) TO WS-CNST-SEM-VEND
                  ADD WS-CNSE-SEM-VISITA(WS-CNS-EMP)
                   TO WS-CNST-SEM-VISITA
                  ADD WS-CNSE-FATURADO(WS-CNS-EMP) TO WS-CNST-FATURADO
                  ADD WS-CNSE-META(WS-CNS-EMP) TO WS-CNST-META
                  ADD WS-CNSE-COMISSAO(WS-CNS-EMP) TO WS-CNST-COMISSAO
                  ADD WS-CNSE-ABERTO(WS-CNS-EMP) TO WS-CNST-ABERTO
                  ADD WS-CNSE-VENCIDO(WS-CNS-EMP) TO WS-CNST-VENCIDO
               END-IF
           END-PERFORM
           MOVE "TOTAL GRUPO" TO WS-LCC-ROTULO
           MOVE WS-CNST-ATIVOS TO WS-LCC-ATIVOS
           MOVE WS-CNST-INATIVOS TO WS-LCC-INATIVOS
           MOVE WS-CNST-VEND TO WS-LCC-VEND
           MOVE WS-CNST-SEM-VEND TO WS-LCC-SEM-VEND
           MOVE WS-CNST-SEM-VISITA TO WS-LCC-SEM-VISITA
           MOVE WS-LINHA-CNS-CAD TO WID-ARQ-CONSOLIDADO-LST
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "ELIMINACOES" TO WS-LCC-ROTULO
           COMPUTE WS-LCC-ATIVOS = ZEROS - WS-CNS-ELIM-ATIVOS
           COMPUTE WS-LCC-INATIVOS = ZEROS - WS-CNS-ELIM-INATIVOS
           MOVE WS-LINHA-CNS-CAD TO WID-ARQ-CONSOLIDADO-LST
           MOVE SPACES TO WID-ARQ-CONSOLIDADO-LST(37:)
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "CONSOLIDADO" TO WS-LCC-ROTULO
           COMPUTE WS-LCC-ATIVOS = WS-CNST-ATIVOS - WS-CNS-ELIM-ATIVOS
           COMPUTE WS-LCC-INATIVOS = WS-CNST-INATIVOS
                                   - WS-CNS-ELIM-INATIVOS
           MOVE WS-CNST-VEND TO WS-LCC-VEND
           MOVE WS-CNST-SEM-VEND TO WS-LCC-SEM-VEND
           MOVE WS-CNST-SEM-VISITA TO WS-LCC-SEM-VISITA
           MOVE WS-LINHA-CNS-CAD TO WID-ARQ-CONSOLIDADO-LST
           PERFORM GRAVA-LINHA-CONSOLIDADO
           PERFORM IMPRIME-VENDAS-CONSOLIDADO
           PERFORM IMPRIME-TITULOS-CONSOLIDADO
           PERFORM IMPRIME-COMUNS-CONSOLIDADO.
           EXIT.
       IMPRIME-VENDAS-CONSOLIDADO SECTION.
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE SPACES TO WID-ARQ-CONSOLIDADO-LST
           STRING "VENDAS E COMISSAO DA COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WID-ARQ-CONSOLIDADO-LST
           END-STRING
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "EMPRESA             FATURADO              META"
             TO WID-ARQ-CONSOLIDADO-LST
           MOVE "PCT META   COMISSAO LIQUIDA"
             TO WID-ARQ-CONSOLIDADO-LST(48:)
           PERFORM GRAVA-LINHA-CONSOLIDADO
           PERFORM VARYING WS-CNS-EMP FROM 1 BY 1 UNTIL WS-CNS-EMP > 999
               IF WS-CNSE-USADA(WS-CNS-EMP) = 1
                  PERFORM MONTA-ROTULO-EMPRESA-CNS
                  MOVE WS-LCC-ROTULO TO WS-LCV-ROTULO
                  MOVE WS-CNSE-FATURADO(WS-CNS-EMP) TO WS-LCV-FATURADO
                  MOVE WS-CNSE-META(WS-CNS-EMP) TO WS-LCV-META
                  MOVE ZEROS TO WS-CNS-PCT
                  IF WS-CNSE-META(WS-CNS-EMP) > ZEROS
                     COMPUTE WS-CNS-PCT ROUNDED =
                             WS-CNSE-FATURADO(WS-CNS-EMP) * 100
                           / WS-CNSE-META(WS-CNS-EMP)
                        ON SIZE ERROR
                           MOVE 9999.9 TO WS-CNS-PCT
                     END-COMPUTE
                  END-IF
                  MOVE WS-CNS-PCT TO WS-LCV-PCT
                  MOVE WS-CNSE-COMISSAO(WS-CNS-EMP) TO WS-LCV-COMISSAO
                  MOVE WS-LINHA-CNS-VEN TO WID-ARQ-CONSOLIDADO-LST
                  PERFORM GRAVA-LINHA-CONSOLIDADO
               END-IF
           END-PERFORM
           MOVE "TOTAL GRUPO" TO WS-LCV-ROTULO
           MOVE WS-CNST-FATURADO TO WS-LCV-FATURADO
           MOVE WS-CNST-META TO WS-LCV-META
           MOVE ZEROS TO WS-CNS-PCT
           IF WS-CNST-META > ZEROS
              COMPUTE WS-CNS-PCT ROUNDED =
                      WS-CNST-FATURADO * 100 / WS-CNST-META
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-CNS-PCT
              END-COMPUTE
           END-IF
           MOVE WS-CNS-PCT TO WS-LCV-PCT
           MOVE WS-CNST-COMISSAO TO WS-LCV-COMISSAO
           MOVE WS-LINHA-CNS-VEN TO WID-ARQ-CONSOLIDADO-LST
           PERFORM GRAVA-LINHA-CONSOLIDADO.
           EXIT.
       IMPRIME-TITULOS-CONSOLIDADO SECTION.
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "CARTEIRA DE TITULOS EM ABERTO"
             TO WID-ARQ-CONSOLIDADO-LST
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "EMPRESA            EM ABERTO           VENCIDO"
             TO WID-ARQ-CONSOLIDADO-LST
           MOVE "PCT VENC" TO WID-ARQ-CONSOLIDADO-LST(48:)
           PERFORM GRAVA-LINHA-CONSOLIDADO
           PERFORM VARYING WS-CNS-EMP FROM 1 BY 1 UNTIL WS-CNS-EMP > 999
               IF WS-CNSE-USADA(WS-CNS-EMP) = 1
                  PERFORM MONTA-ROTULO-EMPRESA-CNS
                  MOVE WS-LCC-ROTULO TO WS-LCT-ROTULO
                  MOVE WS-CNSE-ABERTO(WS-CNS-EMP) TO WS-LCT-ABERTO
                  MOVE WS-CNSE-VENCIDO(WS-CNS-EMP) TO WS-LCT-VENCIDO
                  MOVE ZEROS TO WS-CNS-PCT
                  IF WS-CNSE-ABERTO(WS-CNS-EMP) > ZEROS
                     COMPUTE WS-CNS-PCT ROUNDED =
                             WS-CNSE-VENCIDO(WS-CNS-EMP) * 100
                           / WS-CNSE-ABERTO(WS-CNS-EMP)
                  END-IF
                  MOVE WS-CNS-PCT TO WS-LCT-PCT
                  MOVE WS-LINHA-CNS-TIT TO WID-ARQ-CONSOLIDADO-LST
                  PERFORM GRAVA-LINHA-CONSOLIDADO
               END-IF
           END-PERFORM
           MOVE "TOTAL GRUPO" TO WS-LCT-ROTULO
           MOVE WS-CNST-ABERTO TO WS-LCT-ABERTO
           MOVE WS-CNST-VENCIDO TO WS-LCT-VENCIDO
           MOVE ZEROS TO WS-CNS-PCT
           IF WS-CNST-ABERTO > ZEROS
              COMPUTE WS-CNS-PCT ROUNDED =
                      WS-CNST-VENCIDO * 100 / WS-CNST-ABERTO
           END-IF
           MOVE WS-CNS-PCT TO WS-LCT-PCT
           MOVE WS-LINHA-CNS-TIT TO WID-ARQ-CONSOLIDADO-LST
           PERFORM GRAVA-LINHA-CONSOLIDADO.
           EXIT.
      *    CLIENTES COMUNS: O MESMO CNPJ EM MAIS DE UMA EMPRESA, COM A
      *    EXPOSICAO TOTAL DO GRUPO EM TITULOS ABERTOS.
       IMPRIME-COMUNS-CONSOLIDADO SECTION.
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE SPACES TO WID-ARQ-CONSOLIDADO-LST
           STRING "CLIENTES EM MAIS DE UMA EMPRESA (ELIMINADOS): "
                  WS-CNS-QTD-GRP
                  DELIMITED BY SIZE INTO WID-ARQ-CONSOLIDADO-LST
           END-STRING
           PERFORM GRAVA-LINHA-CONSOLIDADO
           MOVE "CNPJ            RAZAO SOCIAL"
             TO WID-ARQ-CONSOLIDADO-LST
           MOVE "EMP   ABERTO NO GRUPO" TO WID-ARQ-CONSOLIDADO-LST(59:)
           PERFORM GRAVA-LINHA-CONSOLIDADO
           PERFORM VARYING WS-CNS-GRP FROM 1 BY 1
                   UNTIL WS-CNS-GRP > WS-CNS-QTD-GRP
               MOVE WS-CNSG-CNPJ(WS-CNS-GRP) TO WS-LCN-CNPJ
               MOVE WS-CNSG-RAZAO(WS-CNS-GRP) TO WS-LCN-RAZAO
               MOVE WS-CNSG-EMPRESAS(WS-CNS-GRP) TO WS-LCN-EMPRESAS
               MOVE WS-CNSG-ABERTO(WS-CNS-GRP) TO WS-LCN-ABERTO
               MOVE WS-LINHA-CNS-CNPJ TO WID-ARQ-CONSOLIDADO-LST
               PERFORM GRAVA-LINHA-CONSOLIDADO
           END-PERFORM.
           EXIT.
       MONTA-ROTULO-EMPRESA-CNS SECTION.
           MOVE SPACES TO WS-LCC-ROTULO
           STRING "EMPRESA " WS-CNS-EMP(2:3)
                  DELIMITED BY SIZE INTO WS-LCC-ROTULO
           END-STRING.
           EXIT.
       GRAVA-LINHA-CONSOLIDADO SECTION.
           WRITE WID-ARQ-CONSOLIDADO-LST
           ADD 1 TO WS-CNS-LINHAS
           MOVE SPACES TO WID-ARQ-CONSOLIDADO-LST.
           EXIT.
      *    LGPD: LOCALIZA OS DADOS PESSOAIS DE UM TITULAR (CPF OU CNPJ)
      *    NO CADASTRO, NO ARQUIVO MORTO, NA AUDITORIA, NO historico.lst
      *    E NAS GERACOES DE EXPORTACAO. NA ANONIMIZACAO OS CAMPOS
      *    PESSOAIS DO CADASTRO, DO ARQUIVO MORTO E DAS IMAGENS DE
      *    AUDITORIA SAO MASCARADOS; CODIGOS, PEDIDOS, TITULOS E
      *    MOVIMENTOS FINANCEIROS NAO SAO ALTERADOS.
       EXECUTA-CONSULTA-LGPD SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "C" TO WS-LGPD-MODO
              PERFORM PREPARA-DOCUMENTO-LGPD
              IF WS-LGPD-BUSCA-LEN = ZEROS
                 MOVE "INFORME O CPF OU CNPJ DO TITULAR" TO WS-MSG
              ELSE
                 MOVE "lgpd" TO WS-REL-TIPO
                 PERFORM MONTA-NOME-RELATORIO
                 OPEN OUTPUT ARQ-LGPD-LST
                 IF WS-RESULTADO-ACESSO = ZEROS
                    PERFORM PROCESSA-TITULAR-LGPD
                    CLOSE ARQ-LGPD-LST
                    MOVE SPACES TO WS-CAT-PARAMETRO
                    STRING "REGISTROS=" WS-LGPD-TOTAL
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                    MOVE WS-LGPD-LINHAS TO WS-CAT-LINHAS
                    PERFORM GRAVA-CATALOGO-RELATORIO
                    MOVE SPACES TO WS-MSG
                    STRING "DADOS PESSOAIS LOCALIZADOS: " WS-LGPD-TOTAL
                           " REGISTROS"
                           DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       EXECUTA-ANONIMIZACAO-LGPD SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "A" TO WS-LGPD-MODO
              PERFORM PREPARA-DOCUMENTO-LGPD
              EVALUATE TRUE
                  WHEN WS-LGPD-BUSCA-LEN = ZEROS
                       MOVE "INFORME O CPF OU CNPJ DO TITULAR" TO WS-MSG
                  WHEN WS-LGPD-BASE = SPACES
                       MOVE "INFORME A BASE LEGAL DA ANONIMIZACAO"
                         TO WS-MSG
                  WHEN WS-LGPD-CONFIRMA NOT = "S" AND
                       WS-LGPD-CONFIRMA NOT = "s"
                       MOVE "ANONIMIZACAO NAO CONFIRMADA" TO WS-MSG
                  WHEN OTHER
                       PERFORM EFETIVA-ANONIMIZACAO-LGPD
              END-EVALUATE
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       EFETIVA-ANONIMIZACAO-LGPD SECTION.
           MOVE "ANONIMIZA" TO WS-EXEC-ROTINA
           PERFORM REGISTRA-INICIO-EXECUCAO
           MOVE "anonimizacao" TO WS-REL-TIPO
           PERFORM MONTA-NOME-RELATORIO
           OPEN OUTPUT ARQ-LGPD-LST
           IF WS-RESULTADO-ACESSO = ZEROS
              PERFORM PROCESSA-TITULAR-LGPD
              PERFORM REGISTRA-ANONIMIZACAO-LGPD
              CLOSE ARQ-LGPD-LST
              MOVE SPACES TO WS-CAT-PARAMETRO
              STRING "REGISTROS=" WS-LGPD-TOTAL
                     DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
              END-STRING
              MOVE WS-LGPD-LINHAS TO WS-CAT-LINHAS
              PERFORM GRAVA-CATALOGO-RELATORIO
              MOVE SPACES TO WS-MSG
              STRING "ANONIMIZADOS CAD " WS-LGPD-QTD-CAD
                     " MORTO " WS-LGPD-QTD-MORTO
                     " AUD " WS-LGPD-QTD-AUD
                     DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              MOVE WS-LGPD-QTD-CAD TO WS-EXEC-CONT1
              MOVE WS-LGPD-QTD-MORTO TO WS-EXEC-CONT2
              MOVE WS-LGPD-QTD-AUD TO WS-EXEC-CONT3
              MOVE "O" TO WS-EXEC-RESULTADO
           ELSE
              PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF
           PERFORM REGISTRA-FIM-EXECUCAO.
           EXIT.
      *    O DOCUMENTO E PROCURADO COMO CNPJ DO CLIENTE (NORMALIZADO
      *    COMO NO CADASTRO) E, QUANDO TEM 11 DIGITOS, COMO CPF DO
      *    VENDEDOR. NOS TEXTOS LIVRES PROCURA-SE O PROPRIO DOCUMENTO.
       PREPARA-DOCUMENTO-LGPD SECTION.
           MOVE ZEROS TO WS-LGPD-EH-CPF
           MOVE ZEROS TO WS-LGPD-CPF
           MOVE WS-LGPD-DOC TO WS-CNPJ-ALFA
           PERFORM NORMALIZA-CNPJ
           MOVE WS-CNPJ-ALFA TO WS-LGPD-CNPJ
           MOVE WS-CNPJ-LEN TO WS-LGPD-BUSCA-LEN
           MOVE WS-LGPD-DOC TO WS-LGPD-BUSCA
           IF WS-LGPD-BUSCA-LEN = 11 AND
              WS-LGPD-DOC(1:11) IS NUMERIC
              MOVE WS-LGPD-DOC(1:11) TO WS-LGPD-CPF
              MOVE 1 TO WS-LGPD-EH-CPF
           END-IF
           IF WS-LGPD-BUSCA-LEN = 14
              MOVE WS-LGPD-CNPJ TO WS-LGPD-BUSCA
           END-IF.
           EXIT.
       PROCESSA-TITULAR-LGPD SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-LGPD-QTD-ENT
           MOVE ZEROS TO WS-LGPD-QTD-CAD
           MOVE ZEROS TO WS-LGPD-QTD-MORTO
           MOVE ZEROS TO WS-LGPD-QTD-AUD
           MOVE ZEROS TO WS-LGPD-QTD-HIST
           MOVE ZEROS TO WS-LGPD-QTD-EXP
           MOVE ZEROS TO WS-LGPD-LINHAS
           MOVE SPACES TO WID-ARQ-LGPD-LST
           IF LGPD-MODO-ANONIMIZA
              STRING "ANONIMIZACAO DE DADOS PESSOAIS - TITULAR "
                     WS-LGPD-BUSCA(1:WS-LGPD-BUSCA-LEN)
                     " - " WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
              END-STRING
              PERFORM GRAVA-LINHA-LGPD
              MOVE SPACES TO WID-ARQ-LGPD-LST
              STRING "BASE LEGAL: " WS-LGPD-BASE
                     "  OPERADOR: " WS-OPERADOR
                     DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
              END-STRING
           ELSE
              STRING "DADOS PESSOAIS DO TITULAR "
                     WS-LGPD-BUSCA(1:WS-LGPD-BUSCA-LEN)
                     " - POSICAO " WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
              END-STRING
           END-IF
           PERFORM GRAVA-LINHA-LGPD
           PERFORM GRAVA-LINHA-LGPD
           MOVE "ARQUIVO" TO WS-LLG-ARQUIVO
           MOVE "REGISTRO" TO WS-LLG-CHAVE
           MOVE "DADOS" TO WS-LLG-DADOS
           MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
           PERFORM GRAVA-LINHA-LGPD
           PERFORM LOCALIZA-CLIENTES-LGPD
           PERFORM LOCALIZA-VENDEDORES-LGPD
           PERFORM LISTA-CADASTRO-LGPD
           PERFORM TRATA-MORTO-LGPD
           PERFORM TRATA-AUDITORIA-LGPD
           PERFORM LISTA-HISTORICO-LGPD
           PERFORM LISTA-EXPORTACAO-LGPD
           COMPUTE WS-LGPD-TOTAL = WS-LGPD-QTD-CAD + WS-LGPD-QTD-MORTO
                                 + WS-LGPD-QTD-AUD + WS-LGPD-QTD-HIST
                                 + WS-LGPD-QTD-EXP
           PERFORM GRAVA-LINHA-LGPD
           STRING "CADASTRO (cliente/vendedor)..:" " " WS-LGPD-QTD-CAD
                  DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
           END-STRING
           PERFORM GRAVA-LINHA-LGPD
           STRING "arquivomorto.................:" " " WS-LGPD-QTD-MORTO
                  DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
           END-STRING
           PERFORM GRAVA-LINHA-LGPD
           STRING "auditoria....................:" " " WS-LGPD-QTD-AUD
                  DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
           END-STRING
           PERFORM GRAVA-LINHA-LGPD
           STRING "historico.lst................:" " " WS-LGPD-QTD-HIST
                  DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
           END-STRING
           PERFORM GRAVA-LINHA-LGPD
           STRING "GERACOES DE EXPORTACAO.......:" " " WS-LGPD-QTD-EXP
                  DELIMITED BY SIZE INTO WID-ARQ-LGPD-LST
           END-STRING
           PERFORM GRAVA-LINHA-LGPD
           IF LGPD-MODO-ANONIMIZA
              MOVE "historico.lst E GERACOES DE EXPORTACAO SAO LISTADOS"
                TO WID-ARQ-LGPD-LST
              MOVE " MAS NAO ALTERADOS" TO WID-ARQ-LGPD-LST(52:)
              PERFORM GRAVA-LINHA-LGPD
           END-IF.
           EXIT.
       LOCALIZA-CLIENTES-LGPD SECTION.
           MOVE WS-LGPD-CNPJ TO CNPJ-CLIENTE
           MOVE ZEROS TO WS-LGPD-FIM
           START ARQ-CLIENTE KEY IS EQUAL TO CNPJ-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-LGPD-FIM
           END-START
           PERFORM UNTIL LGPD-FIM
               READ ARQ-CLIENTE NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-LGPD-FIM
                   NOT AT END
                      IF CNPJ-CLIENTE NOT = WS-LGPD-CNPJ
                         MOVE 1 TO WS-LGPD-FIM
                      ELSE
                         MOVE "C" TO WS-LGPD-TIPO
                         MOVE COD-EMPRESA-CLI TO WS-LGPD-EMP
                         MOVE COD-CLIENTE TO WS-LGPD-COD
                         PERFORM ADICIONA-ENTIDADE-LGPD
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       LOCALIZA-VENDEDORES-LGPD SECTION.
           IF LGPD-EH-CPF
              MOVE ZEROS TO WS-ARQ-FIM-VEND
              MOVE ZEROS TO COD-EMPRESA-VEN
              MOVE ZEROS TO COD-VENDEDOR
              START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
                  INVALID KEY
                     MOVE 1 TO WS-ARQ-FIM-VEND
              END-START
              PERFORM UNTIL ARQ-FIM-VEND
                  READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                      AT END
                         MOVE 1 TO WS-ARQ-FIM-VEND
                      NOT AT END
                         IF CPF-VENDEDOR = WS-LGPD-CPF
                            MOVE "V" TO WS-LGPD-TIPO
                            MOVE COD-EMPRESA-VEN TO WS-LGPD-EMP
                            MOVE COD-VENDEDOR TO WS-LGPD-COD
                            PERFORM ADICIONA-ENTIDADE-LGPD
                         END-IF
                  END-READ
              END-PERFORM
           END-IF.
           EXIT.
       ADICIONA-ENTIDADE-LGPD SECTION.
           PERFORM LOCALIZA-ENTIDADE-LGPD
           IF NOT LGPD-ACHOU AND WS-LGPD-QTD-ENT < 200
              ADD 1 TO WS-LGPD-QTD-ENT
              MOVE WS-LGPD-TIPO TO WS-LGPDE-TIPO(WS-LGPD-QTD-ENT)
              MOVE WS-LGPD-EMP TO WS-LGPDE-EMPRESA(WS-LGPD-QTD-ENT)
              MOVE WS-LGPD-COD TO WS-LGPDE-COD(WS-LGPD-QTD-ENT)
           END-IF.
           EXIT.
       LOCALIZA-ENTIDADE-LGPD SECTION.
           MOVE ZEROS TO WS-LGPD-ACHOU
           PERFORM VARYING WS-LGPD-IND FROM 1 BY 1
                   UNTIL WS-LGPD-IND > WS-LGPD-QTD-ENT OR LGPD-ACHOU
               IF WS-LGPDE-TIPO(WS-LGPD-IND) = WS-LGPD-TIPO AND
                  WS-LGPDE-EMPRESA(WS-LGPD-IND) = WS-LGPD-EMP AND
                  WS-LGPDE-COD(WS-LGPD-IND) = WS-LGPD-COD
                  MOVE 1 TO WS-LGPD-ACHOU
               END-IF
           END-PERFORM.
           EXIT.
      *    CADASTRO VIVO: REGRAVADO PELA CHAVE PRIMARIA DEPOIS DA
      *    LOCALIZACAO, POIS A MASCARA ALTERA A CHAVE ALTERNATIVA.
       LISTA-CADASTRO-LGPD SECTION.
           PERFORM VARYING WS-LGPD-IND FROM 1 BY 1
                   UNTIL WS-LGPD-IND > WS-LGPD-QTD-ENT
               IF WS-LGPDE-TIPO(WS-LGPD-IND) = "C"
                  PERFORM TRATA-CLIENTE-LGPD
               ELSE
                  PERFORM TRATA-VENDEDOR-LGPD
               END-IF
           END-PERFORM.
           EXIT.
       TRATA-CLIENTE-LGPD SECTION.
           MOVE WS-LGPDE-EMPRESA(WS-LGPD-IND) TO COD-EMPRESA-CLI
           MOVE WS-LGPDE-COD(WS-LGPD-IND) TO COD-CLIENTE
           MOVE 1 TO WS-REG
           READ ARQ-CLIENTE
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK
              ADD 1 TO WS-LGPD-QTD-CAD
              MOVE "cliente" TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING "EMPRESA " COD-EMPRESA-CLI " CLIENTE " COD-CLIENTE
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE SPACES TO WS-LLG-DADOS
              STRING "CNPJ RAZAO ENDERECO FONE E-MAIL: " RAZAO-CLIENTE
                     DELIMITED BY SIZE INTO WS-LLG-DADOS
              END-STRING
              IF LGPD-MODO-ANONIMIZA
                 PERFORM MASCARA-CLIENTE-LGPD
                 PERFORM REGRAVA-CLIENTE-COM-RETENTATIVA
                 MOVE "MASCARADOS: CNPJ RAZAO ENDERECO FONE E-MAIL"
                   TO WS-LLG-DADOS
              END-IF
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF
           UNLOCK ARQ-CLIENTE
           MOVE 1 TO WS-REG.
           EXIT.
       TRATA-VENDEDOR-LGPD SECTION.
           MOVE WS-LGPDE-EMPRESA(WS-LGPD-IND) TO COD-EMPRESA-VEN
           MOVE WS-LGPDE-COD(WS-LGPD-IND) TO COD-VENDEDOR
           MOVE 1 TO WS-REG
           READ ARQ-VENDEDOR
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK
              ADD 1 TO WS-LGPD-QTD-CAD
              MOVE "vendedor" TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING "EMPRESA " COD-EMPRESA-VEN " VENDEDOR "
                     COD-VENDEDOR
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE SPACES TO WS-LLG-DADOS
              STRING "CPF NOME: " NOME-VENDEDOR
                     DELIMITED BY SIZE INTO WS-LLG-DADOS
              END-STRING
              IF LGPD-MODO-ANONIMIZA
                 PERFORM MASCARA-VENDEDOR-LGPD
                 PERFORM REGRAVA-VENDEDOR-COM-RETENTATIVA
                 MOVE "MASCARADOS: CPF NOME" TO WS-LLG-DADOS
              END-IF
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF
           UNLOCK ARQ-VENDEDOR
           MOVE 1 TO WS-REG.
           EXIT.
      *    O CNPJ E O CPF VIRAM UM VALOR UNICO DERIVADO DO CODIGO, PARA
      *    NAO COLIDIR NAS CHAVES ALTERNATIVAS. AS COORDENADAS PERDEM
      *    PRECISAO (2 CASAS) E CONTINUAM VALENDO PARA A REGIAO.
       MASCARA-CLIENTE-LGPD SECTION.
           MOVE SPACES TO CNPJ-CLIENTE
           STRING "ANON" COD-EMPRESA-CLI COD-CLIENTE
                  DELIMITED BY SIZE INTO CNPJ-CLIENTE
           END-STRING
           MOVE "TITULAR ANONIMIZADO" TO RAZAO-CLIENTE
           MOVE SPACES TO ENDERECO-CLIENTE
           MOVE SPACES TO TELEFONE-CLIENTE
           MOVE SPACES TO EMAIL-CLIENTE
           MOVE LAT-CLIENTE TO WS-LGPD-COORD
           MOVE WS-LGPD-COORD TO LAT-CLIENTE
           MOVE LON-CLIENTE TO WS-LGPD-COORD
           MOVE WS-LGPD-COORD TO LON-CLIENTE.
           EXIT.
       MASCARA-VENDEDOR-LGPD SECTION.
           COMPUTE CPF-VENDEDOR = 99999000000
                                + COD-EMPRESA-VEN * 1000
                                + COD-VENDEDOR
           MOVE "TITULAR ANONIMIZADO" TO NOME-VENDEDOR
           MOVE LAT-VENDEDOR TO WS-LGPD-COORD
           MOVE WS-LGPD-COORD TO LAT-VENDEDOR
           MOVE LON-VENDEDOR TO WS-LGPD-COORD
           MOVE WS-LGPD-COORD TO LON-VENDEDOR.
           EXIT.
      *    ARQUIVO MORTO: A IMAGEM E LIDA NO LAYOUT DO CADASTRO, COMO NA
      *    RESTAURACAO, E CONFERIDA PELO DOCUMENTO OU PELO CODIGO.
       TRATA-MORTO-LGPD SECTION.
           OPEN I-O ARQ-MORTO
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-MORTO
               CLOSE ARQ-MORTO
               OPEN I-O ARQ-MORTO
           END-IF
           IF WS-RESULTADO-ACESSO = ZEROS
              MOVE ZEROS TO WS-LGPD-FIM
              MOVE LOW-VALUES TO CHAVE-MORTO
              START ARQ-MORTO KEY IS NOT LESS THAN CHAVE-MORTO
                  INVALID KEY
                     MOVE 1 TO WS-LGPD-FIM
              END-START
              PERFORM UNTIL LGPD-FIM
                  READ ARQ-MORTO NEXT RECORD
                      AT END
                         MOVE 1 TO WS-LGPD-FIM
                      NOT AT END
                         EVALUATE MORTO-TIPO
                             WHEN "C"
                                  PERFORM TRATA-MORTO-CLIENTE-LGPD
                             WHEN "V"
                                  PERFORM TRATA-MORTO-VENDEDOR-LGPD
                         END-EVALUATE
                  END-READ
              END-PERFORM
              CLOSE ARQ-MORTO
           END-IF.
           EXIT.
       TRATA-MORTO-CLIENTE-LGPD SECTION.
           MOVE MORTO-IMAGEM TO WID-ARQ-CLIENTE
           MOVE "C" TO WS-LGPD-TIPO
           MOVE MORTO-EMPRESA TO WS-LGPD-EMP
           MOVE MORTO-COD TO WS-LGPD-COD
           PERFORM LOCALIZA-ENTIDADE-LGPD
           IF CNPJ-CLIENTE = WS-LGPD-CNPJ OR LGPD-ACHOU
              PERFORM ADICIONA-ENTIDADE-LGPD
              ADD 1 TO WS-LGPD-QTD-MORTO
              MOVE "arquivomorto" TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING "CLIENTE " MORTO-EMPRESA "/" MORTO-COD
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE SPACES TO WS-LLG-DADOS
              STRING "IMAGEM ARQUIVADA: " RAZAO-CLIENTE
                     DELIMITED BY SIZE INTO WS-LLG-DADOS
              END-STRING
              IF LGPD-MODO-ANONIMIZA
                 PERFORM MASCARA-CLIENTE-LGPD
                 MOVE SPACES TO MORTO-IMAGEM
                 MOVE WID-ARQ-CLIENTE TO MORTO-IMAGEM
                 REWRITE WID-ARQ-MORTO
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 MOVE "IMAGEM ARQUIVADA MASCARADA" TO WS-LLG-DADOS
              END-IF
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF.
           EXIT.
       TRATA-MORTO-VENDEDOR-LGPD SECTION.
           MOVE MORTO-IMAGEM TO WID-ARQ-VENDEDOR
           MOVE "V" TO WS-LGPD-TIPO
           MOVE MORTO-EMPRESA TO WS-LGPD-EMP
           MOVE MORTO-COD TO WS-LGPD-COD
           PERFORM LOCALIZA-ENTIDADE-LGPD
           IF (LGPD-EH-CPF AND CPF-VENDEDOR = WS-LGPD-CPF) OR
              LGPD-ACHOU
              PERFORM ADICIONA-ENTIDADE-LGPD
              ADD 1 TO WS-LGPD-QTD-MORTO
              MOVE "arquivomorto" TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING "VENDEDOR " MORTO-EMPRESA "/" MORTO-COD
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE SPACES TO WS-LLG-DADOS
              STRING "IMAGEM ARQUIVADA: " NOME-VENDEDOR
                     DELIMITED BY SIZE INTO WS-LLG-DADOS
              END-STRING
              IF LGPD-MODO-ANONIMIZA
                 PERFORM MASCARA-VENDEDOR-LGPD
                 MOVE SPACES TO MORTO-IMAGEM
                 MOVE WID-ARQ-VENDEDOR TO MORTO-IMAGEM
                 REWRITE WID-ARQ-MORTO
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 MOVE "IMAGEM ARQUIVADA MASCARADA" TO WS-LLG-DADOS
              END-IF
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF.
           EXIT.
      *    AUDITORIA: REGISTROS DO CLIENTE/VENDEDOR LOCALIZADO OU QUE
      *    CITAM O DOCUMENTO. SO OS DADOS PESSOAIS DAS IMAGENS ANTES E
      *    DEPOIS SAO MASCARADOS; CHAVE, TIPO E OPERADOR FICAM.
       TRATA-AUDITORIA-LGPD SECTION.
           MOVE ZEROS TO WS-LGPD-FIM
           MOVE ZEROS TO CHAVE-AUD
           START ARQ-AUDITORIA KEY IS NOT LESS THAN CHAVE-AUD
               INVALID KEY
                  MOVE 1 TO WS-LGPD-FIM
           END-START
           PERFORM UNTIL LGPD-FIM
               READ ARQ-AUDITORIA NEXT RECORD
                   AT END
                      MOVE 1 TO WS-LGPD-FIM
                   NOT AT END
                      PERFORM AVALIA-AUDITORIA-LGPD
               END-READ
           END-PERFORM.
           EXIT.
       AVALIA-AUDITORIA-LGPD SECTION.
           MOVE ZEROS TO WS-LGPD-ACHOU
           IF AUD-TIPO = "CLIENTE" OR AUD-TIPO = "VENDEDOR"
              MOVE AUD-TIPO(1:1) TO WS-LGPD-TIPO
              MOVE AUD-EMPRESA TO WS-LGPD-EMP
              MOVE AUD-COD TO WS-LGPD-COD
              PERFORM LOCALIZA-ENTIDADE-LGPD
           END-IF
           IF NOT LGPD-ACHOU
              MOVE ZEROS TO WS-LGPD-CONT
              INSPECT AUD-ANTES TALLYING WS-LGPD-CONT
                  FOR ALL WS-LGPD-BUSCA(1:WS-LGPD-BUSCA-LEN)
              INSPECT AUD-DEPOIS TALLYING WS-LGPD-CONT
                  FOR ALL WS-LGPD-BUSCA(1:WS-LGPD-BUSCA-LEN)
              IF WS-LGPD-CONT > ZEROS
                 MOVE 1 TO WS-LGPD-ACHOU
              END-IF
           END-IF
           IF LGPD-ACHOU
              ADD 1 TO WS-LGPD-QTD-AUD
              MOVE "auditoria" TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING AUD-COD " " AUD-DATA " " AUD-HORA " " AUD-SEQ
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE SPACES TO WS-LLG-DADOS
              STRING AUD-TIPO " " AUD-OPERACAO " EMPRESA " AUD-EMPRESA
                     DELIMITED BY SIZE INTO WS-LLG-DADOS
              END-STRING
              IF LGPD-MODO-ANONIMIZA
                 MOVE AUD-ANTES TO WS-LGPD-TEXTO
                 PERFORM MASCARA-TEXTO-LGPD
                 MOVE WS-LGPD-TEXTO TO AUD-ANTES
                 MOVE AUD-DEPOIS TO WS-LGPD-TEXTO
                 PERFORM MASCARA-TEXTO-LGPD
                 MOVE WS-LGPD-TEXTO TO AUD-DEPOIS
                 REWRITE WID-ARQ-AUDITORIA
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 MOVE "MASCARADA" TO WS-LLG-DADOS(40:)
              END-IF
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF.
           EXIT.
      *    MASCARA O VALOR QUE SEGUE CNPJ=, CPF=, RAZAO= E NOME= E
      *    QUALQUER OCORRENCIA DO DOCUMENTO NO TEXTO.
       MASCARA-TEXTO-LGPD SECTION.
           PERFORM VARYING WS-LGPD-POS FROM 1 BY 1
                   UNTIL WS-LGPD-POS > 60
               EVALUATE TRUE
                   WHEN WS-LGPD-TEXTO(WS-LGPD-POS:5) = "CNPJ="
                        COMPUTE WS-LGPD-TAM = 62 - WS-LGPD-POS
                        IF WS-LGPD-TAM > 14
                           MOVE 14 TO WS-LGPD-TAM
                        END-IF
                        MOVE ALL "*" TO
                             WS-LGPD-TEXTO(WS-LGPD-POS + 5:WS-LGPD-TAM)
                   WHEN WS-LGPD-TEXTO(WS-LGPD-POS:4) = "CPF="
                        COMPUTE WS-LGPD-TAM = 63 - WS-LGPD-POS
                        IF WS-LGPD-TAM > 11
                           MOVE 11 TO WS-LGPD-TAM
                        END-IF
                        MOVE ALL "*" TO
                             WS-LGPD-TEXTO(WS-LGPD-POS + 4:WS-LGPD-TAM)
                   WHEN WS-LGPD-TEXTO(WS-LGPD-POS:6) = "RAZAO="
                        MOVE ALL "*" TO WS-LGPD-TEXTO(WS-LGPD-POS + 6:)
                   WHEN WS-LGPD-TEXTO(WS-LGPD-POS:5) = "NOME="
                        MOVE ALL "*" TO WS-LGPD-TEXTO(WS-LGPD-POS + 5:)
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-LGPD-POS FROM 1 BY 1
                   UNTIL WS-LGPD-POS > 67 - WS-LGPD-BUSCA-LEN
               IF WS-LGPD-TEXTO(WS-LGPD-POS:WS-LGPD-BUSCA-LEN) =
                  WS-LGPD-BUSCA(1:WS-LGPD-BUSCA-LEN)
                  MOVE ALL "*" TO
                       WS-LGPD-TEXTO(WS-LGPD-POS:WS-LGPD-BUSCA-LEN)
               END-IF
           END-PERFORM.
           EXIT.
      *    historico.lst NAO TEM EMPRESA: A LINHA E LISTADA QUANDO CITA
      *    O DOCUMENTO OU QUANDO O TIPO E O CODIGO COINCIDEM COM UM
      *    CADASTRO DO TITULAR (ASSINALADA "POR CODIGO").
       LISTA-HISTORICO-LGPD SECTION.
           OPEN INPUT ARQ-HISTORICO
           IF WS-RESULTADO-ACESSO = ZEROS
              MOVE ZEROS TO WS-LGPD-REG
              MOVE ZEROS TO WS-LGPD-FIM
              PERFORM UNTIL LGPD-FIM
                  READ ARQ-HISTORICO
                      AT END
                         MOVE 1 TO WS-LGPD-FIM
                      NOT AT END
                         ADD 1 TO WS-LGPD-REG
                         PERFORM AVALIA-HISTORICO-LGPD
                  END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO
           END-IF.
           EXIT.
       AVALIA-HISTORICO-LGPD SECTION.
           MOVE ZEROS TO WS-LGPD-CONT
           INSPECT WID-ARQ-HISTORICO TALLYING WS-LGPD-CONT
               FOR ALL WS-LGPD-BUSCA(1:WS-LGPD-BUSCA-LEN)
           MOVE SPACES TO WS-LLG-DADOS
           IF WS-LGPD-CONT > ZEROS
              MOVE 1 TO WS-LGPD-ACHOU
           ELSE
              MOVE ZEROS TO WS-LGPD-ACHOU
              PERFORM VARYING WS-LGPD-IND FROM 1 BY 1
                      UNTIL WS-LGPD-IND > WS-LGPD-QTD-ENT OR LGPD-ACHOU
                  MOVE WS-LGPDE-COD(WS-LGPD-IND) TO WS-LGPD-COD-ED
                  IF WID-ARQ-HISTORICO(29:7) = WS-LGPD-COD-ED AND
                     WID-ARQ-HISTORICO(19:1) =
                     WS-LGPDE-TIPO(WS-LGPD-IND) AND
                     (WID-ARQ-HISTORICO(19:9) = "CLIENTE" OR
                      WID-ARQ-HISTORICO(19:9) = "VENDEDOR")
                     MOVE 1 TO WS-LGPD-ACHOU
                     MOVE "(POR CODIGO)" TO WS-LLG-DADOS(40:)
                  END-IF
              END-PERFORM
           END-IF
           IF LGPD-ACHOU
              ADD 1 TO WS-LGPD-QTD-HIST
              MOVE "historico.lst" TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING "LINHA " WS-LGPD-REG
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE WID-ARQ-HISTORICO(1:8) TO WS-LLG-DADOS(1:8)
              MOVE WID-ARQ-HISTORICO(19:9) TO WS-LLG-DADOS(10:9)
              MOVE WID-ARQ-HISTORICO(37:9) TO WS-LLG-DADOS(20:9)
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF.
           EXIT.
      *    GERACOES DE EXPORTACAO REGISTRADAS NO CATALOGO geracao.
       LISTA-EXPORTACAO-LGPD SECTION.
           MOVE NOMEARQ-EXP TO WS-LGPD-NOME-SALVO
           MOVE ZEROS TO WS-ARQ-FIM-GER
           MOVE ZEROS TO NUM-GERACAO
           START ARQ-GERACAO KEY IS NOT LESS THAN NUM-GERACAO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-GER
           END-START
           PERFORM UNTIL ARQ-FIM-GER
               READ ARQ-GERACAO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-GER
                   NOT AT END
                      PERFORM LISTA-GERACAO-LGPD
               END-READ
           END-PERFORM
           MOVE WS-LGPD-NOME-SALVO TO NOMEARQ-EXP.
           EXIT.
       LISTA-GERACAO-LGPD SECTION.
           MOVE NOME-ARQ-GER TO NOMEARQ-EXP
           OPEN INPUT ARQ-EXPORTACAO
           IF WS-RESULTADO-ACESSO = ZEROS
              MOVE ZEROS TO WS-LGPD-REG
              MOVE ZEROS TO WS-FIM-EXP
              PERFORM UNTIL FIM-EXP
                  READ ARQ-EXPORTACAO
                      AT END
                         MOVE 1 TO WS-FIM-EXP
                      NOT AT END
                         ADD 1 TO WS-LGPD-REG
                         PERFORM AVALIA-EXPORTACAO-LGPD
                  END-READ
              END-PERFORM
              CLOSE ARQ-EXPORTACAO
           END-IF.
           EXIT.
       AVALIA-EXPORTACAO-LGPD SECTION.
           MOVE ZEROS TO WS-LGPD-ACHOU
           EVALUATE TRUE
               WHEN REG-CLIENTE-EXP
                    IF CNPJ-CLIENTE-EXP = WS-LGPD-CNPJ
                       MOVE 1 TO WS-LGPD-ACHOU
                       MOVE SPACES TO WS-LLG-DADOS
                       STRING "CLIENTE " COD-CLIENTE-EXP " "
                              RAZAO-CLIENTE-EXP
                              DELIMITED BY SIZE INTO WS-LLG-DADOS
                       END-STRING
                    END-IF
               WHEN REG-VENDEDOR-EXP
                    IF LGPD-EH-CPF AND CPF-VENDEDOR-EXP = WS-LGPD-CPF
                       MOVE 1 TO WS-LGPD-ACHOU
                       MOVE SPACES TO WS-LLG-DADOS
                       STRING "VENDEDOR " COD-VENDEDOR-EXP " "
                              NOME-VENDEDOR-EXP
                              DELIMITED BY SIZE INTO WS-LLG-DADOS
                       END-STRING
                    END-IF
           END-EVALUATE
           IF LGPD-ACHOU
              ADD 1 TO WS-LGPD-QTD-EXP
              MOVE NOME-ARQ-GER TO WS-LLG-ARQUIVO
              MOVE SPACES TO WS-LLG-CHAVE
              STRING "GERACAO " NUM-GERACAO " REGISTRO " WS-LGPD-REG
                     DELIMITED BY SIZE INTO WS-LLG-CHAVE
              END-STRING
              MOVE WS-LINHA-LGPD TO WID-ARQ-LGPD-LST
              PERFORM GRAVA-LINHA-LGPD
           END-IF.
           EXIT.
      *    UMA OCORRENCIA DE AUDITORIA POR CADASTRO ANONIMIZADO, NA
      *    EMPRESA DO CADASTRO, COM O OPERADOR E A BASE LEGAL.
       REGISTRA-ANONIMIZACAO-LGPD SECTION.
           MOVE WS-EMPRESA-ATUAL TO WS-LGPD-EMP-SALVA
           PERFORM VARYING WS-LGPD-IND FROM 1 BY 1
                   UNTIL WS-LGPD-IND > WS-LGPD-QTD-ENT
               IF WS-LGPDE-TIPO(WS-LGPD-IND) = "C"
                  MOVE "CLIENTE" TO WS-HIST-TIPO
               ELSE
                  MOVE "VENDEDOR" TO WS-HIST-TIPO
               END-IF
               MOVE WS-LGPDE-COD(WS-LGPD-IND) TO WS-HIST-COD
               MOVE "ANONIMIZA" TO WS-HIST-OPERACAO
               MOVE SPACES TO WS-HIST-ANTES
               STRING "BASE LEGAL=" WS-LGPD-BASE
                      DELIMITED BY SIZE INTO WS-HIST-ANTES
               END-STRING
               MOVE SPACES TO WS-HIST-DEPOIS
               STRING "DADOS PESSOAIS MASCARADOS - MORTO="
                      WS-LGPD-QTD-MORTO " AUDIT=" WS-LGPD-QTD-AUD
                      DELIMITED BY SIZE INTO WS-HIST-DEPOIS
               END-STRING
               MOVE WS-LGPDE-EMPRESA(WS-LGPD-IND) TO WS-EMPRESA-ATUAL
               PERFORM GRAVA-HISTORICO
           END-PERFORM
           MOVE WS-LGPD-EMP-SALVA TO WS-EMPRESA-ATUAL.
           EXIT.
       GRAVA-LINHA-LGPD SECTION.
           WRITE WID-ARQ-LGPD-LST
           ADD 1 TO WS-LGPD-LINHAS
           MOVE SPACES TO WID-ARQ-LGPD-LST.
           EXIT.
      *    PACOTE DE CAMPO: UM ARQUIVO POR VENDEDOR COM OS CLIENTES DA
      *    CARTEIRA (clivend), OS PRODUTOS ATIVOS COM PRECO, OS PRECOS
      *    DE TABELA QUE VALEM PARA CADA CLIENTE, OS TITULOS EM ABERTO
      *    E O ROTEIRO. O NOME E O NOME BASE MAIS ".v" E O VENDEDOR.
       EXECUTA-PACOTE-CAMPO SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              IF WS-SNC-BASE = SPACES
                 MOVE 'FAVOR INFORMAR O NOME DO ARQUIVO' TO WS-MSG
              ELSE
                 MOVE "PACOTE" TO WS-EXEC-ROTINA
                 PERFORM REGISTRA-INICIO-EXECUCAO
                 ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                 MOVE ZEROS TO WS-SNC-QTD-PACOTES
                 MOVE ZEROS TO WS-SNC-TOT-CLI
                 MOVE ZEROS TO WS-SNC-TOT-TIT
                 MOVE ZEROS TO WS-SNC-LINHAS
                 MOVE "pacote" TO WS-REL-TIPO
                 PERFORM MONTA-NOME-RELATORIO
                 OPEN OUTPUT ARQ-SINCRONIA-LST
                 IF WS-RESULTADO-ACESSO = ZEROS
                    PERFORM GERA-PACOTES-CAMPO
                    CLOSE ARQ-SINCRONIA-LST
                    MOVE SPACES TO WS-CAT-PARAMETRO
                    STRING "VENDEDOR=" WS-SNC-VENDEDOR
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                    MOVE WS-SNC-LINHAS TO WS-CAT-LINHAS
                    PERFORM GRAVA-CATALOGO-RELATORIO
                    MOVE WS-SNC-QTD-PACOTES TO WS-EXEC-CONT1
                    MOVE WS-SNC-TOT-CLI TO WS-EXEC-CONT2
                    MOVE WS-SNC-TOT-TIT TO WS-EXEC-CONT3
                    MOVE "O" TO WS-EXEC-RESULTADO
                    MOVE SPACES TO WS-MSG
                    STRING WS-SNC-QTD-PACOTES
                           " PACOTES GERADOS - VER CATALOGO"
                           DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
                 PERFORM REGISTRA-FIM-EXECUCAO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       GERA-PACOTES-CAMPO SECTION.
           MOVE SPACES TO WID-ARQ-SINCRONIA-LST
           STRING "PACOTES DE CAMPO - EMPRESA " WS-EMPRESA-ATUAL
                  " - GERADOS EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
           END-STRING
           PERFORM GRAVA-LINHA-SINCRONIA
           PERFORM GRAVA-LINHA-SINCRONIA
           MOVE "VEN NOME" TO WID-ARQ-SINCRONIA-LST
           MOVE "ARQUIVO" TO WID-ARQ-SINCRONIA-LST(31:)
           MOVE "CLIEN PRECOS TITUL ROTEI" TO WID-ARQ-SINCRONIA-LST(62:)
           PERFORM GRAVA-LINHA-SINCRONIA
           PERFORM CARREGA-PRODUTOS-CAMPO
           IF WS-SNC-VENDEDOR = ZEROS
              MOVE ZEROS TO WS-ARQ-FIM-VEND
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VEN
              MOVE ZEROS TO COD-VENDEDOR
              START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
                  INVALID KEY
                     MOVE 1 TO WS-ARQ-FIM-VEND
              END-START
              PERFORM UNTIL ARQ-FIM-VEND
                  READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                      AT END
                         MOVE 1 TO WS-ARQ-FIM-VEND
                      NOT AT END
                         IF COD-EMPRESA-VEN NOT = WS-EMPRESA-ATUAL
                            MOVE 1 TO WS-ARQ-FIM-VEND
                         ELSE
                            IF ATIVO-VENDEDOR
                               PERFORM GERA-PACOTE-VENDEDOR
                            END-IF
                         END-IF
                  END-READ
              END-PERFORM
           ELSE
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VEN
              MOVE WS-SNC-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR WITH NO LOCK
                  INVALID KEY
                     MOVE "VENDEDOR NAO LOCALIZADO"
                       TO WID-ARQ-SINCRONIA-LST
                     PERFORM GRAVA-LINHA-SINCRONIA
                  NOT INVALID KEY
                     PERFORM GERA-PACOTE-VENDEDOR
              END-READ
           END-IF
           PERFORM GRAVA-LINHA-SINCRONIA
           MOVE SPACES TO WID-ARQ-SINCRONIA-LST
           STRING "PACOTES GERADOS: " WS-SNC-QTD-PACOTES
                  "  CLIENTES: " WS-SNC-TOT-CLI
                  "  TITULOS: " WS-SNC-TOT-TIT
                  "  PRODUTOS: " WS-SNC-QTD-PROD
                  DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
           END-STRING
           PERFORM GRAVA-LINHA-SINCRONIA.
           EXIT.
       CARREGA-PRODUTOS-CAMPO SECTION.
           MOVE ZEROS TO WS-SNC-QTD-PROD
           MOVE ZEROS TO WS-SNC-FIM
           MOVE ZEROS TO COD-PRODUTO
           START ARQ-PRODUTO KEY IS NOT LESS THAN COD-PRODUTO
               INVALID KEY
                  MOVE 1 TO WS-SNC-FIM
           END-START
           PERFORM UNTIL SNC-FIM
               READ ARQ-PRODUTO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-SNC-FIM
                   NOT AT END
                      IF ATIVO-PRODUTO AND WS-SNC-QTD-PROD < 3000
                         ADD 1 TO WS-SNC-QTD-PROD
                         MOVE COD-PRODUTO
                           TO WS-SNCP-COD(WS-SNC-QTD-PROD)
                         MOVE DESC-PRODUTO
                           TO WS-SNCP-DESC(WS-SNC-QTD-PROD)
                         MOVE PRECO-PRODUTO
                           TO WS-SNCP-PRECO(WS-SNC-QTD-PROD)
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       GERA-PACOTE-VENDEDOR SECTION.
           MOVE SPACES TO NOMEARQ-PAC
           STRING WS-SNC-BASE DELIMITED BY SPACE
                  ".v" DELIMITED BY SIZE
                  COD-VENDEDOR DELIMITED BY SIZE
                  INTO NOMEARQ-PAC
           END-STRING
           MOVE ZEROS TO WS-SNC-QTD-CLI
           MOVE ZEROS TO WS-SNC-QTD-PRC
           MOVE ZEROS TO WS-SNC-QTD-TIT
           OPEN OUTPUT ARQ-PACOTE
           IF WS-RESULTADO-ACESSO NOT = ZEROS
              PERFORM TRADUZ-RESULTADO-ACESSO
              MOVE SPACES TO WID-ARQ-SINCRONIA-LST
              STRING COD-VENDEDOR " " NOMEARQ-PAC(1:30) " " WS-MSG
                     DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
              END-STRING
              PERFORM GRAVA-LINHA-SINCRONIA
           ELSE
              MOVE SPACES TO WID-ARQ-PACOTE
              MOVE "CAB" TO TIPO-REG-PAC
              MOVE COD-EMPRESA-VEN TO EMPRESA-PAC
              MOVE COD-VENDEDOR TO VENDEDOR-PAC
              MOVE NOME-VENDEDOR TO NOME-VENDEDOR-PAC
              MOVE WS-DATA-HOJE TO DATA-PAC
              ACCEPT HORA-PAC FROM TIME
              WRITE WID-ARQ-PACOTE
              PERFORM CARREGA-CLIENTES-ROTA
              PERFORM VARYING WS-SNC-IND FROM 1 BY 1
                      UNTIL WS-SNC-IND > WS-ROTA-QTD
                  PERFORM GRAVA-CLIENTE-PACOTE
              END-PERFORM
              PERFORM VARYING WS-SNC-IND2 FROM 1 BY 1
                      UNTIL WS-SNC-IND2 > WS-SNC-QTD-PROD
                  MOVE SPACES TO WID-ARQ-PACOTE
                  MOVE "PRD" TO TIPO-REG-PAC
                  MOVE WS-SNCP-COD(WS-SNC-IND2) TO COD-PRODUTO-PAC
                  MOVE WS-SNCP-DESC(WS-SNC-IND2) TO DESC-PRODUTO-PAC
                  MOVE WS-SNCP-PRECO(WS-SNC-IND2) TO PRECO-PRODUTO-PAC
                  WRITE WID-ARQ-PACOTE
              END-PERFORM
              PERFORM GRAVA-TITULOS-PACOTE
              PERFORM GRAVA-ROTEIRO-PACOTE
              CLOSE ARQ-PACOTE
              ADD 1 TO WS-SNC-QTD-PACOTES
              ADD WS-SNC-QTD-CLI TO WS-SNC-TOT-CLI
              ADD WS-SNC-QTD-TIT TO WS-SNC-TOT-TIT
              MOVE COD-VENDEDOR TO WS-LPC-VENDEDOR
              MOVE NOME-VENDEDOR TO WS-LPC-NOME
              MOVE NOMEARQ-PAC TO WS-LPC-ARQUIVO
              MOVE WS-SNC-QTD-CLI TO WS-LPC-CLI
              MOVE WS-SNC-QTD-PRC TO WS-LPC-PRC
              MOVE WS-SNC-QTD-TIT TO WS-LPC-TIT
              MOVE WS-ROTA-QTD TO WS-LPC-ROT
              MOVE WS-LINHA-PACOTE TO WID-ARQ-SINCRONIA-LST
              PERFORM GRAVA-LINHA-SINCRONIA
           END-IF.
           EXIT.
       GRAVA-CLIENTE-PACOTE SECTION.
           MOVE COD-EMPRESA-VEN TO COD-EMPRESA-CLI
           MOVE WS-ROTA-COD(WS-SNC-IND) TO COD-CLIENTE
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO WS-REG
               NOT INVALID KEY
                  MOVE 1 TO WS-REG
           END-READ
           IF REG-OK
              MOVE SPACES TO WID-ARQ-PACOTE
              MOVE "CLI" TO TIPO-REG-PAC
              MOVE COD-CLIENTE TO COD-CLIENTE-PAC
              MOVE RAZAO-CLIENTE TO RAZAO-CLIENTE-PAC
              MOVE ENDERECO-CLIENTE TO ENDERECO-CLIENTE-PAC
              MOVE MUNICIPIO-CLIENTE TO MUNICIPIO-CLIENTE-PAC
              MOVE UF-CLIENTE TO UF-CLIENTE-PAC
              MOVE TELEFONE-CLIENTE TO TELEFONE-CLIENTE-PAC
              MOVE EMAIL-CLIENTE TO EMAIL-CLIENTE-PAC
              MOVE LIMITE-CREDITO-CLIENTE TO LIMITE-CLIENTE-PAC
              MOVE "N" TO BLOQUEIO-CLIENTE-PAC
              MOVE COD-EMPRESA-CLI TO COD-EMPRESA-COB
              MOVE COD-CLIENTE TO COD-CLIENTE-COB
              READ ARQ-COBRANCA WITH NO LOCK
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CLIENTE-BLOQUEADO
                        MOVE "S" TO BLOQUEIO-CLIENTE-PAC
                     END-IF
              END-READ
              WRITE WID-ARQ-PACOTE
              ADD 1 TO WS-SNC-QTD-CLI
              PERFORM GRAVA-PRECOS-CLIENTE-PACOTE
           END-IF
           MOVE 1 TO WS-REG.
           EXIT.
      *    SO VAI PARA O PACOTE O PRECO DE TABELA (DO CLIENTE OU DA
      *    REGIAO) QUE DIFERE DO PRECO DO CADASTRO DE PRODUTO, NA MESMA
      *    ORDEM DE PRECEDENCIA USADA NA DIGITACAO DO PEDIDO.
       GRAVA-PRECOS-CLIENTE-PACOTE SECTION.
           MOVE COD-EMPRESA-VEN TO COD-EMPRESA-PED
           MOVE WS-ROTA-COD(WS-SNC-IND) TO COD-CLIENTE-PED
           MOVE WS-DATA-HOJE TO DATA-PEDIDO
           PERFORM VARYING WS-SNC-IND2 FROM 1 BY 1
                   UNTIL WS-SNC-IND2 > WS-SNC-QTD-PROD
               MOVE WS-SNCP-COD(WS-SNC-IND2) TO COD-PRODUTO-IT
               MOVE WS-SNCP-PRECO(WS-SNC-IND2) TO PRECO-PRODUTO
               PERFORM BUSCA-PRECO-LISTA
               IF WS-PRC-LISTA NOT = WS-SNCP-PRECO(WS-SNC-IND2)
                  MOVE SPACES TO WID-ARQ-PACOTE
                  MOVE "PRC" TO TIPO-REG-PAC
                  MOVE COD-CLIENTE-PED TO COD-CLIENTE-PRC-PAC
                  MOVE COD-PRODUTO-IT TO COD-PRODUTO-PRC-PAC
                  MOVE WS-PRC-LISTA TO PRECO-PRC-PAC
                  WRITE WID-ARQ-PACOTE
                  ADD 1 TO WS-SNC-QTD-PRC
               END-IF
           END-PERFORM.
           EXIT.
       GRAVA-TITULOS-PACOTE SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND
                         COD-EMPRESA-TIT = COD-EMPRESA-VEN
                         PERFORM LOCALIZA-CLIENTE-PACOTE
                         IF SNC-ACHOU
                            MOVE SPACES TO WID-ARQ-PACOTE
                            MOVE "TIT" TO TIPO-REG-PAC
                            MOVE NUM-TITULO TO NUM-TITULO-PAC
                            MOVE PARCELA-TIT TO PARCELA-TIT-PAC
                            MOVE COD-CLIENTE-TIT TO COD-CLIENTE-TIT-PAC
                            MOVE DATA-VENCIMENTO-TIT
                              TO VENCIMENTO-TIT-PAC
                            MOVE SALDO-TIT TO SALDO-TIT-PAC
                            WRITE WID-ARQ-PACOTE
                            ADD 1 TO WS-SNC-QTD-TIT
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       LOCALIZA-CLIENTE-PACOTE SECTION.
           MOVE ZEROS TO WS-SNC-ACHOU
           PERFORM VARYING WS-SNC-IND FROM 1 BY 1
                   UNTIL WS-SNC-IND > WS-ROTA-QTD OR SNC-ACHOU
               IF WS-ROTA-COD(WS-SNC-IND) = COD-CLIENTE-TIT
                  MOVE 1 TO WS-SNC-ACHOU
               END-IF
           END-PERFORM.
           EXIT.
      *    MESMA SEQUENCIA DO RELATORIO DE ROTEIRO: PARTE DA POSICAO DO
      *    VENDEDOR E SEGUE SEMPRE PARA O CLIENTE MAIS PROXIMO.
       GRAVA-ROTEIRO-PACOTE SECTION.
           MOVE LAT-VENDEDOR TO WS-POS-LAT
           MOVE LON-VENDEDOR TO WS-POS-LON
           MOVE ZEROS TO WS-DIST-ACUMULADA
           PERFORM VARYING WS-ROTA-SEQ FROM 1 BY 1
                   UNTIL WS-ROTA-SEQ > WS-ROTA-QTD
               PERFORM ESCOLHE-PROXIMO-CLIENTE
               IF WS-ROTA-ESCOLHIDO NOT = ZEROS
                  MOVE 1 TO WS-ROTA-VISITADO(WS-ROTA-ESCOLHIDO)
                  ADD WS-MENOR-DIST TO WS-DIST-ACUMULADA
                  MOVE SPACES TO WID-ARQ-PACOTE
                  MOVE "ROT" TO TIPO-REG-PAC
                  MOVE WS-ROTA-SEQ TO SEQ-ROT-PAC
                  MOVE WS-ROTA-COD(WS-ROTA-ESCOLHIDO)
                    TO COD-CLIENTE-ROT-PAC
                  MOVE WS-MENOR-DIST TO DIST-ROT-PAC
                  WRITE WID-ARQ-PACOTE
                  MOVE WS-ROTA-LAT(WS-ROTA-ESCOLHIDO) TO WS-POS-LAT
                  MOVE WS-ROTA-LON(WS-ROTA-ESCOLHIDO) TO WS-POS-LON
               END-IF
           END-PERFORM.
           EXIT.
      *    RETORNO DE CAMPO: O ARQUIVO DEVOLVIDO PELO VENDEDOR COMECA
      *    PELO CABECALHO DO PACOTE E TRAZ AS VISITAS (VIS) E OS
      *    PEDIDOS (PED, SEGUIDOS DE SEUS ITENS ITM). CADA REGISTRO
      *    PASSA PELAS MESMAS CRITICAS DA DIGITACAO; O QUE NAO PASSA
      *    VAI PARA A LISTAGEM DE REVISAO E NAO E GRAVADO.
       EXECUTA-RETORNO-CAMPO SECTION.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              IF NOMEARQ-PAC = SPACES
                 MOVE 'FAVOR INFORMAR O NOME DO ARQUIVO' TO WS-MSG
              ELSE
                 MOVE "SINCRONIA" TO WS-EXEC-ROTINA
                 PERFORM REGISTRA-INICIO-EXECUCAO
                 ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                 MOVE ZEROS TO WS-SNC-LIDOS
                 MOVE ZEROS TO WS-SNC-VIS-OK
                 MOVE ZEROS TO WS-SNC-PED-OK
                 MOVE ZEROS TO WS-SNC-ITM-OK
                 MOVE ZEROS TO WS-SNC-CONFLITOS
                 MOVE ZEROS TO WS-SNC-REJEITADOS
                 MOVE ZEROS TO WS-SNC-LINHAS
                 OPEN INPUT ARQ-PACOTE
                 IF WS-RESULTADO-ACESSO = ZEROS
                    MOVE "sincronia" TO WS-REL-TIPO
                    PERFORM MONTA-NOME-RELATORIO
                    OPEN OUTPUT ARQ-SINCRONIA-LST
                    IF WS-RESULTADO-ACESSO = ZEROS
                       PERFORM PROCESSA-RETORNO-CAMPO
                       CLOSE ARQ-SINCRONIA-LST
                       MOVE SPACES TO WS-CAT-PARAMETRO
                       STRING NOMEARQ-PAC DELIMITED BY SPACE
                              INTO WS-CAT-PARAMETRO
                       END-STRING
                       MOVE WS-SNC-LINHAS TO WS-CAT-LINHAS
                       PERFORM GRAVA-CATALOGO-RELATORIO
                       MOVE WS-SNC-LIDOS TO WS-EXEC-CONT1
                       COMPUTE WS-EXEC-CONT2 = WS-SNC-VIS-OK
                                             + WS-SNC-PED-OK
                       COMPUTE WS-EXEC-CONT3 = WS-SNC-CONFLITOS
                                             + WS-SNC-REJEITADOS
                       MOVE "O" TO WS-EXEC-RESULTADO
                       MOVE SPACES TO WS-MSG
                       STRING WS-SNC-VIS-OK " VIS, "
                              WS-SNC-PED-OK " PED, "
                              WS-SNC-CONFLITOS " CONFL, "
                              WS-SNC-REJEITADOS " REJ"
                              DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                    ELSE
                       PERFORM TRADUZ-RESULTADO-ACESSO
                    END-IF
                    CLOSE ARQ-PACOTE
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
                 PERFORM REGISTRA-FIM-EXECUCAO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       PROCESSA-RETORNO-CAMPO SECTION.
           MOVE SPACES TO WID-ARQ-SINCRONIA-LST
           STRING "RETORNO DE CAMPO - EMPRESA " WS-EMPRESA-ATUAL
                  " - PROCESSADO EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
           END-STRING
           PERFORM GRAVA-LINHA-SINCRONIA
           MOVE NOMEARQ-PAC TO WID-ARQ-SINCRONIA-LST
           PERFORM GRAVA-LINHA-SINCRONIA
           MOVE ZEROS TO WS-SNC-FIM
           MOVE ZEROS TO WS-SNC-PENDENTE
           MOVE 1 TO WS-ARQ
           READ ARQ-PACOTE
               AT END
                  MOVE 1 TO WS-SNC-FIM
                  MOVE "ARQUIVO VAZIO" TO WS-MSG
                  MOVE ZEROS TO WS-ARQ
           END-READ
           IF ARQ-OK
              PERFORM CRITICA-CABECALHO-CAMPO
           END-IF
           IF NOT ARQ-OK
              MOVE SPACES TO WID-ARQ-SINCRONIA-LST
              STRING "ARQUIVO REJEITADO: " WS-MSG
                     DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
              END-STRING
              PERFORM GRAVA-LINHA-SINCRONIA
              ADD 1 TO WS-SNC-REJEITADOS
              MOVE 1 TO WS-SNC-FIM
           ELSE
              MOVE SPACES TO WID-ARQ-SINCRONIA-LST
              STRING "VENDEDOR " WS-SNC-VEND-PAC " " NOME-VENDEDOR
                     " - PACOTE DE " DATA-PAC
                     DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
              END-STRING
              PERFORM GRAVA-LINHA-SINCRONIA
              PERFORM GRAVA-LINHA-SINCRONIA
              MOVE "SITUACAO   TIPO   REFER.  CLIENTE DATA     MOTIVO"
                TO WID-ARQ-SINCRONIA-LST
              PERFORM GRAVA-LINHA-SINCRONIA
           END-IF
           PERFORM UNTIL SNC-FIM
               READ ARQ-PACOTE
                   AT END
                      MOVE 1 TO WS-SNC-FIM
                   NOT AT END
                      ADD 1 TO WS-SNC-LIDOS
                      PERFORM TRATA-REGISTRO-CAMPO
               END-READ
           END-PERFORM
           IF SNC-PED-PENDENTE
              PERFORM EFETIVA-PEDIDO-CAMPO
           END-IF
           PERFORM GRAVA-LINHA-SINCRONIA
           MOVE SPACES TO WID-ARQ-SINCRONIA-LST
           STRING "REGISTROS LIDOS: " WS-SNC-LIDOS
                  "  VISITAS: " WS-SNC-VIS-OK
                  "  PEDIDOS: " WS-SNC-PED-OK
                  "  ITENS: " WS-SNC-ITM-OK
                  DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
           END-STRING
           PERFORM GRAVA-LINHA-SINCRONIA
           MOVE SPACES TO WID-ARQ-SINCRONIA-LST
           STRING "CONFLITOS PARA REVISAO: " WS-SNC-CONFLITOS
                  "  REJEITADOS: " WS-SNC-REJEITADOS
                  DELIMITED BY SIZE INTO WID-ARQ-SINCRONIA-LST
           END-STRING
           PERFORM GRAVA-LINHA-SINCRONIA.
           EXIT.
       CRITICA-CABECALHO-CAMPO SECTION.
           IF NOT PAC-CABECALHO
              MOVE "ARQUIVO SEM CABECALHO DO PACOTE" TO WS-MSG
              MOVE ZEROS TO WS-ARQ
           ELSE
              IF EMPRESA-PAC NOT = WS-EMPRESA-ATUAL
                 MOVE "PACOTE DE OUTRA EMPRESA" TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
              ELSE
                 MOVE VENDEDOR-PAC TO WS-SNC-VEND-PAC
                 MOVE EMPRESA-PAC TO COD-EMPRESA-VEN
                 MOVE VENDEDOR-PAC TO COD-VENDEDOR
                 READ ARQ-VENDEDOR WITH NO LOCK
                     INVALID KEY
                        MOVE "VENDEDOR DO PACOTE NAO CADASTRADO"
                          TO WS-MSG
                        MOVE ZEROS TO WS-ARQ
                 END-READ
              END-IF
           END-IF.
           EXIT.
       TRATA-REGISTRO-CAMPO SECTION.
           EVALUATE TRUE
               WHEN PAC-ITEM
                    PERFORM ACUMULA-ITEM-CAMPO
               WHEN PAC-PEDIDO
                    IF SNC-PED-PENDENTE
                       PERFORM EFETIVA-PEDIDO-CAMPO
                    END-IF
                    PERFORM ABRE-PEDIDO-CAMPO
               WHEN PAC-VISITA
                    IF SNC-PED-PENDENTE
                       PERFORM EFETIVA-PEDIDO-CAMPO
                    END-IF
                    PERFORM CARREGA-VISITA-CAMPO
               WHEN OTHER
                    MOVE "REJEITADO" TO WS-SNC-CLASSE
                    MOVE TIPO-REG-PAC TO WS-SNC-TIPO
                    MOVE ZEROS TO WS-SNC-REF
                    MOVE ZEROS TO WS-SNC-CLIENTE
                    MOVE ZEROS TO WS-SNC-DATA
                    MOVE "TIPO DE REGISTRO NAO PREVISTO NO RETORNO"
                      TO WS-MSG
                    PERFORM GRAVA-REVISAO-CAMPO
           END-EVALUATE.
           EXIT.
       CARREGA-VISITA-CAMPO SECTION.
           MOVE ZEROS TO WS-ARQ
           MOVE "REJEITADO" TO WS-SNC-CLASSE
           MOVE "VISITA" TO WS-SNC-TIPO
           MOVE ZEROS TO WS-SNC-REF
           MOVE ZEROS TO WS-SNC-CLIENTE
           MOVE ZEROS TO WS-SNC-DATA
           IF COD-CLIENTE-VIS-PAC NOT NUMERIC OR
              DATA-VISITA-PAC NOT NUMERIC
              MOVE "REGISTRO COM CAMPOS INVALIDOS" TO WS-MSG
           ELSE
              MOVE COD-CLIENTE-VIS-PAC TO WS-SNC-CLIENTE
              MOVE DATA-VISITA-PAC TO WS-SNC-DATA
              MOVE RESULTADO-VIS-PAC TO WS-SNC-RESULTADO
              MOVE PEDIDO-GERADO-VIS-PAC TO WS-SNC-PED-GERADO
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VIS
              MOVE WS-SNC-CLIENTE TO COD-CLIENTE-VIS
              MOVE WS-SNC-DATA TO DATA-VISITA
              MOVE ZEROS TO SEQ-VIS
              MOVE ZEROS TO COD-VENDEDOR-VIS
              MOVE WS-SNC-RESULTADO TO RESULTADO-VIS
              MOVE WS-SNC-PED-GERADO TO PEDIDO-GERADO-VIS
              PERFORM CRITICA-DADOS-VISITA
              IF ARQ-OK AND COD-VENDEDOR-VIS NOT = WS-SNC-VEND-PAC
                 MOVE "CONFLITO" TO WS-SNC-CLASSE
                 MOVE SPACES TO WS-MSG
                 STRING "CLIENTE REATRIBUIDO AO VENDEDOR "
                        COD-VENDEDOR-VIS
                        DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 MOVE ZEROS TO WS-ARQ
              END-IF
              IF ARQ-OK
                 PERFORM VERIFICA-COMPETENCIA-CAMPO
                 IF COMPETENCIA-FECHADA
                    MOVE ZEROS TO WS-ARQ
                 END-IF
              END-IF
              IF ARQ-OK
                 MOVE PEDIDO-GERADO-VIS TO WS-SNC-PED-GERADO
                 PERFORM BUSCA-SEQ-VISITA-CAMPO
                 IF SNC-DUPLICADO
                    MOVE "CONFLITO" TO WS-SNC-CLASSE
                    MOVE "VISITA JA CARREGADA ANTERIORMENTE" TO WS-MSG
                    MOVE ZEROS TO WS-ARQ
                 END-IF
              END-IF
              IF ARQ-OK
                 MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VIS
                 MOVE WS-SNC-CLIENTE TO COD-CLIENTE-VIS
                 MOVE WS-SNC-DATA TO DATA-VISITA
                 MOVE WS-SNC-SEQ-VIS TO SEQ-VIS
                 MOVE WS-SNC-VEND-PAC TO COD-VENDEDOR-VIS
                 MOVE WS-SNC-RESULTADO TO RESULTADO-VIS
                 MOVE WS-SNC-PED-GERADO TO PEDIDO-GERADO-VIS
                 WRITE WID-ARQ-VISITA
                    INVALID KEY
                       MOVE "VISITA JA CADASTRADA" TO WS-MSG
                       MOVE ZEROS TO WS-ARQ
                 END-WRITE
              END-IF
           END-IF
           IF ARQ-OK
              ADD 1 TO WS-SNC-VIS-OK
              MOVE "VISITA" TO WS-HIST-TIPO
              MOVE COD-CLIENTE-VIS TO WS-HIST-COD
              MOVE "INCLUSAO" TO WS-HIST-OPERACAO
              MOVE "PACOTE DE CAMPO" TO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "DATA=" DATA-VISITA
                     " VENDEDOR=" COD-VENDEDOR-VIS
                     " RESULT=" RESULTADO-VIS
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              END-STRING
              PERFORM GRAVA-HISTORICO
           ELSE
              PERFORM GRAVA-REVISAO-CAMPO
           END-IF.
           EXIT.
       VERIFICA-COMPETENCIA-CAMPO SECTION.
           MOVE ZEROS TO WS-COMP-FECHADA
           MOVE WS-SNC-DATA(1:6) TO COMPETENCIA-CTL
           READ ARQ-COMPETENCIA WITH NO LOCK
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF COMP-FECHADA
                     MOVE 1 TO WS-COMP-FECHADA
                     MOVE "COMPETENCIA FECHADA - MOVIMENTO BLOQUEADO"
                          TO WS-MSG
                  END-IF
           END-READ.
           EXIT.
      *    A SEQUENCIA DA VISITA E A PROXIMA LIVRE NO DIA DO CLIENTE.
      *    VISITA DO MESMO VENDEDOR COM O MESMO RESULTADO NO MESMO DIA
      *    E TRATADA COMO REENVIO DO MESMO ARQUIVO.
       BUSCA-SEQ-VISITA-CAMPO SECTION.
           MOVE ZEROS TO WS-SNC-SEQ-VIS
           MOVE ZEROS TO WS-SNC-DUPLICADO
           MOVE ZEROS TO WS-SNC-FIM
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VIS
           MOVE WS-SNC-CLIENTE TO COD-CLIENTE-VIS
           MOVE WS-SNC-DATA TO DATA-VISITA
           MOVE ZEROS TO SEQ-VIS
           START ARQ-VISITA KEY IS NOT LESS THAN CHAVE-VIS
               INVALID KEY
                  MOVE 1 TO WS-SNC-FIM
           END-START
           PERFORM UNTIL SNC-FIM
               READ ARQ-VISITA NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-SNC-FIM
                   NOT AT END
                      IF COD-EMPRESA-VIS NOT = WS-EMPRESA-ATUAL OR
                         COD-CLIENTE-VIS NOT = WS-SNC-CLIENTE OR
                         DATA-VISITA NOT = WS-SNC-DATA
                         MOVE 1 TO WS-SNC-FIM
                      ELSE
                         MOVE SEQ-VIS TO WS-SNC-SEQ-VIS
                         IF COD-VENDEDOR-VIS = WS-SNC-VEND-PAC AND
                            RESULTADO-VIS = WS-SNC-RESULTADO
                            MOVE 1 TO WS-SNC-DUPLICADO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-SNC-SEQ-VIS
           MOVE ZEROS TO WS-SNC-FIM.
           EXIT.
       ABRE-PEDIDO-CAMPO SECTION.
           MOVE 1 TO WS-SNC-PENDENTE
           MOVE ZEROS TO WS-SNC-INVALIDO
           MOVE ZEROS TO WS-SNC-QTD-ITENS
           MOVE ZEROS TO WS-SNC-NUM-DISP
           MOVE ZEROS TO WS-SNC-CLIENTE
           MOVE ZEROS TO WS-SNC-DATA
           MOVE ZEROS TO WS-SNC-CONDPAG
           IF NUM-PEDIDO-PAC NOT NUMERIC OR
              COD-CLIENTE-PED-PAC NOT NUMERIC OR
              DATA-PEDIDO-PAC NOT NUMERIC
              MOVE 1 TO WS-SNC-INVALIDO
           ELSE
              MOVE NUM-PEDIDO-PAC TO WS-SNC-NUM-DISP
              MOVE COD-CLIENTE-PED-PAC TO WS-SNC-CLIENTE
              MOVE DATA-PEDIDO-PAC TO WS-SNC-DATA
              IF COD-CONDPAG-PED-PAC NUMERIC
                 MOVE COD-CONDPAG-PED-PAC TO WS-SNC-CONDPAG
              END-IF
           END-IF.
           EXIT.
       ACUMULA-ITEM-CAMPO SECTION.
           IF SNC-PED-PENDENTE AND NUM-PEDIDO-ITM-PAC NUMERIC AND
              NUM-PEDIDO-ITM-PAC = WS-SNC-NUM-DISP
              IF SEQ-ITEM-PAC NOT NUMERIC OR
                 COD-PRODUTO-ITM-PAC NOT NUMERIC OR
                 QTD-ITEM-PAC NOT NUMERIC OR
                 PRECO-UNIT-PAC NOT NUMERIC OR
                 WS-SNC-QTD-ITENS = 99
                 MOVE 1 TO WS-SNC-INVALIDO
              ELSE
                 ADD 1 TO WS-SNC-QTD-ITENS
                 MOVE SEQ-ITEM-PAC TO WS-SNCI-SEQ(WS-SNC-QTD-ITENS)
                 MOVE COD-PRODUTO-ITM-PAC
                   TO WS-SNCI-PRODUTO(WS-SNC-QTD-ITENS)
                 MOVE QTD-ITEM-PAC TO WS-SNCI-QTD(WS-SNC-QTD-ITENS)
                 MOVE PRECO-UNIT-PAC
                   TO WS-SNCI-PRECO(WS-SNC-QTD-ITENS)
              END-IF
           ELSE
              MOVE "REJEITADO" TO WS-SNC-CLASSE
              MOVE "ITEM" TO WS-SNC-TIPO
              MOVE ZEROS TO WS-SNC-REF
              IF NUM-PEDIDO-ITM-PAC NUMERIC
                 MOVE NUM-PEDIDO-ITM-PAC TO WS-SNC-REF
              END-IF
              MOVE ZEROS TO WS-SNC-CLIENTE
              MOVE ZEROS TO WS-SNC-DATA
              MOVE "ITEM SEM PEDIDO CORRESPONDENTE NO ARQUIVO" TO WS-MSG
              PERFORM GRAVA-REVISAO-CAMPO
           END-IF.
           EXIT.
      *    O PEDIDO SO E GRAVADO INTEIRO: CABECALHO E TODOS OS ITENS
      *    CRITICADOS, LIMITE DE CREDITO CONFERIDO COM O VALOR TOTAL E
      *    NUMERO DEFINITIVO ATRIBUIDO NA CARGA.
       EFETIVA-PEDIDO-CAMPO SECTION.
           MOVE ZEROS TO WS-SNC-PENDENTE
           MOVE "REJEITADO" TO WS-SNC-CLASSE
           MOVE "PEDIDO" TO WS-SNC-TIPO
           MOVE WS-SNC-NUM-DISP TO WS-SNC-REF
           MOVE 1 TO WS-ARQ
           EVALUATE TRUE
               WHEN SNC-INVALIDO
                    MOVE "PEDIDO OU ITEM COM CAMPOS INVALIDOS" TO WS-MSG
                    MOVE ZEROS TO WS-ARQ
               WHEN WS-SNC-QTD-ITENS = ZEROS
                    MOVE "PEDIDO SEM ITENS" TO WS-MSG
                    MOVE ZEROS TO WS-ARQ
           END-EVALUATE
           IF ARQ-OK
              PERFORM MONTA-PEDIDO-CAMPO
              MOVE 9999999 TO NUM-PEDIDO
              MOVE ZEROS TO COD-VENDEDOR-PED
              PERFORM CRITICA-DADOS-PEDIDO
           END-IF
           IF ARQ-OK AND COD-VENDEDOR-PED NOT = WS-SNC-VEND-PAC
              MOVE "CONFLITO" TO WS-SNC-CLASSE
              MOVE SPACES TO WS-MSG
              STRING "CLIENTE REATRIBUIDO AO VENDEDOR "
                     COD-VENDEDOR-PED
                     DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              MOVE ZEROS TO WS-ARQ
           END-IF
           IF ARQ-OK
              PERFORM VERIFICA-BLOQUEIO-COBRANCA
           END-IF
           IF ARQ-OK
              PERFORM CRITICA-ITENS-CAMPO
           END-IF
           IF ARQ-OK
              MOVE WS-SNC-TOTAL TO VALOR-PEDIDO
              PERFORM VERIFICA-LIMITE-CREDITO
              IF LIMITE-EXCEDIDO
                 MOVE "CONFLITO" TO WS-SNC-CLASSE
                 MOVE "LIMITE DE CREDITO EXCEDIDO - REQUER LIBERACAO"
                   TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
              END-IF
           END-IF
           IF ARQ-OK
              PERFORM BUSCA-NUMERO-PEDIDO-CAMPO
              IF SNC-DUPLICADO
                 MOVE "CONFLITO" TO WS-SNC-CLASSE
                 MOVE "PEDIDO JA CARREGADO (CLIENTE, DATA E VALOR)"
                   TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
              END-IF
           END-IF
           IF ARQ-OK
              PERFORM GRAVA-PEDIDO-CAMPO
           END-IF
           IF ARQ-OK
              ADD 1 TO WS-SNC-PED-OK
              MOVE "CARREGADO" TO WS-SNC-CLASSE
              MOVE SPACES TO WS-MSG
              STRING "GRAVADO COMO PEDIDO " NUM-PEDIDO
                     DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              PERFORM MONTA-LINHA-REVISAO-CAMPO
           ELSE
              PERFORM GRAVA-REVISAO-CAMPO
           END-IF.
           EXIT.
       MONTA-PEDIDO-CAMPO SECTION.
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PED
           MOVE WS-SNC-CLIENTE TO COD-CLIENTE-PED
           MOVE WS-SNC-DATA TO DATA-PEDIDO
           MOVE WS-SNC-CONDPAG TO COD-CONDPAG-PED
           MOVE ZEROS TO VALOR-PEDIDO
           MOVE "A" TO SITUACAO-PEDIDO.
           EXIT.
       CRITICA-ITENS-CAMPO SECTION.
           MOVE ZEROS TO WS-SNC-TOTAL
           MOVE COD-VENDEDOR-PED TO WS-SNC-VEND-ATUAL
           PERFORM VARYING WS-SNC-IND FROM 1 BY 1
                   UNTIL WS-SNC-IND > WS-SNC-QTD-ITENS OR NOT ARQ-OK
               PERFORM MONTA-ITEM-CAMPO
               PERFORM CRITICA-DADOS-ITEM
               MOVE "N" TO WS-PRC-LIBERADO
               IF REG-OK AND DESCONTO-EXCEDIDO
                  MOVE "DESCONTO ACIMA DA ALCADA DO VENDEDOR" TO WS-MSG
                  MOVE ZEROS TO WS-REG
               END-IF
               IF REG-OK
                  MOVE PRECO-UNIT-IT TO WS-SNCI-PRECO(WS-SNC-IND)
                  COMPUTE WS-SNC-TOTAL = WS-SNC-TOTAL
                                       + (QTD-ITEM-IT * PRECO-UNIT-IT)
               ELSE
                  MOVE SPACES TO WS-SNC-TIPO
                  STRING "IT" WS-SNCI-SEQ(WS-SNC-IND)
                         DELIMITED BY SIZE INTO WS-SNC-TIPO
                  END-STRING
                  MOVE ZEROS TO WS-ARQ
               END-IF
               MOVE 1 TO WS-REG
           END-PERFORM.
           EXIT.
       MONTA-ITEM-CAMPO SECTION.
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE WS-SNCI-SEQ(WS-SNC-IND) TO SEQ-ITEM-IT
           MOVE WS-SNCI-PRODUTO(WS-SNC-IND) TO COD-PRODUTO-IT
           MOVE WS-SNCI-QTD(WS-SNC-IND) TO QTD-ITEM-IT
           MOVE WS-SNCI-PRECO(WS-SNC-IND) TO PRECO-UNIT-IT.
           EXIT.
      *    NUMERO DEFINITIVO: O MAIOR DA EMPRESA MAIS UM. PEDIDO ABERTO
      *    DO MESMO CLIENTE, DATA, VENDEDOR E VALOR INDICA REENVIO.
       BUSCA-NUMERO-PEDIDO-CAMPO SECTION.
           MOVE ZEROS TO WS-SNC-PROX-PED
           MOVE ZEROS TO WS-SNC-DUPLICADO
           MOVE ZEROS TO WS-SNC-FIM
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PED
           MOVE ZEROS TO NUM-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                  MOVE 1 TO WS-SNC-FIM
           END-START
           PERFORM UNTIL SNC-FIM
               READ ARQ-PEDIDO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-SNC-FIM
                   NOT AT END
                      IF COD-EMPRESA-PED NOT = WS-EMPRESA-ATUAL
                         MOVE 1 TO WS-SNC-FIM
                      ELSE
                         MOVE NUM-PEDIDO TO WS-SNC-PROX-PED
                         IF PED-ABERTO AND
                            COD-CLIENTE-PED = WS-SNC-CLIENTE AND
                            DATA-PEDIDO = WS-SNC-DATA AND
                            COD-VENDEDOR-PED = WS-SNC-VEND-ATUAL AND
                            VALOR-PEDIDO = WS-SNC-TOTAL
                            MOVE 1 TO WS-SNC-DUPLICADO
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-SNC-PROX-PED
           MOVE ZEROS TO WS-SNC-FIM
           PERFORM MONTA-PEDIDO-CAMPO
           MOVE WS-SNC-PROX-PED TO NUM-PEDIDO
           MOVE WS-SNC-VEND-ATUAL TO COD-VENDEDOR-PED.
           EXIT.
       GRAVA-PEDIDO-CAMPO SECTION.
           WRITE WID-ARQ-PEDIDO
              INVALID KEY
                 MOVE "PEDIDO JA CADASTRADO" TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
           END-WRITE
           IF ARQ-OK
              MOVE 1 TO WS-EST-RESERVA
              PERFORM VARYING WS-SNC-IND FROM 1 BY 1
                      UNTIL WS-SNC-IND > WS-SNC-QTD-ITENS
                  PERFORM MONTA-ITEM-CAMPO
                  PERFORM CRITICA-DADOS-ITEM
                  MOVE "N" TO WS-PRC-LIBERADO
                  PERFORM BUSCA-ITEM-ANTERIOR
                  WRITE WID-ARQ-PEDIDO-ITEM
                     INVALID KEY
                        CONTINUE
                  END-WRITE
                  PERFORM ATUALIZA-RESERVA-ITEM
                  PERFORM REGISTRA-DESCONTO-ITEM
                  ADD 1 TO WS-SNC-ITM-OK
                  MOVE 1 TO WS-REG
              END-PERFORM
              PERFORM TOTALIZA-ITENS-PEDIDO
              MOVE WS-TOT-ITENS-PED TO VALOR-PEDIDO
              REWRITE WID-ARQ-PEDIDO
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              MOVE "PEDIDO" TO WS-HIST-TIPO
              MOVE NUM-PEDIDO TO WS-HIST-COD
              MOVE "INCLUSAO" TO WS-HIST-OPERACAO
              MOVE SPACES TO WS-HIST-ANTES
              STRING "PACOTE DE CAMPO PEDIDO=" WS-SNC-NUM-DISP
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              END-STRING
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "CLIENTE=" COD-CLIENTE-PED
                     " VENDEDOR=" COD-VENDEDOR-PED
                     " VALOR=" VALOR-PEDIDO
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              END-STRING
              PERFORM GRAVA-HISTORICO
           END-IF.
           EXIT.
       GRAVA-REVISAO-CAMPO SECTION.
           IF WS-SNC-CLASSE = "CONFLITO"
              ADD 1 TO WS-SNC-CONFLITOS
           ELSE
              ADD 1 TO WS-SNC-REJEITADOS
           END-IF
           PERFORM MONTA-LINHA-REVISAO-CAMPO.
           EXIT.
       MONTA-LINHA-REVISAO-CAMPO SECTION.
           MOVE WS-SNC-CLASSE TO WS-LSN-CLASSE
           MOVE WS-SNC-TIPO TO WS-LSN-TIPO
           MOVE WS-SNC-REF TO WS-LSN-REF
           MOVE WS-SNC-CLIENTE TO WS-LSN-CLIENTE
           MOVE WS-SNC-DATA TO WS-LSN-DATA
           MOVE WS-MSG TO WS-LSN-MOTIVO
           MOVE WS-LINHA-SINCRONIA TO WID-ARQ-SINCRONIA-LST
           PERFORM GRAVA-LINHA-SINCRONIA.
           EXIT.
       GRAVA-LINHA-SINCRONIA SECTION.
           WRITE WID-ARQ-SINCRONIA-LST
           ADD 1 TO WS-SNC-LINHAS
           MOVE SPACES TO WID-ARQ-SINCRONIA-LST.
           EXIT.
       EXECUTA-RELATORIO-TITULOS SECTION.
           MOVE ZEROS TO WS-AGING-VENDEDORES
           MOVE ZEROS TO WS-TOT-ABERTO-GERAL
           MOVE ZEROS TO WS-QTD-TIT-ABERTOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "titulos" TO WS-REL-TIPO
           PERFORM MONTA-NOME-RELATORIO
           OPEN OUTPUT ARQ-TITULOS-LST
           IF WS-RESULTADO-ACESSO = ZEROS
               PERFORM ACUMULA-TITULOS-ABERTOS
               PERFORM IMPRIME-AGING-VENDEDORES
               CLOSE ARQ-TITULOS-LST
               MOVE SPACES TO WS-CAT-PARAMETRO
               STRING "POSICAO=" WS-DATA-HOJE
                      DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
               END-STRING
               MOVE WS-QTD-TIT-ABERTOS TO WS-CAT-LINHAS
               PERFORM GRAVA-CATALOGO-RELATORIO
               MOVE "RELATORIO DE TITULOS GERADO" TO WS-MSG
           ELSE
               PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       ACUMULA-TITULOS-ABERTOS SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND
                         COD-EMPRESA-TIT = WS-EMPRESA-ATUAL AND
                         COD-VENDEDOR-TIT > ZEROS
                         PERFORM CLASSIFICA-FAIXA-TITULO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       CLASSIFICA-FAIXA-TITULO SECTION.
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO-TIT)
           ADD 1 TO WS-AGING-QTD(COD-VENDEDOR-TIT)
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= ZEROS
                   ADD SALDO-TIT
                       TO WS-AGING-AVENCER(COD-VENDEDOR-TIT)
               WHEN WS-DIAS-ATRASO <= 30
                   ADD SALDO-TIT TO WS-AGING-F30(COD-VENDEDOR-TIT)
               WHEN WS-DIAS-ATRASO <= 60
                   ADD SALDO-TIT TO WS-AGING-F60(COD-VENDEDOR-TIT)
               WHEN OTHER
                   ADD SALDO-TIT TO WS-AGING-F90(COD-VENDEDOR-TIT)
           END-EVALUATE
           ADD SALDO-TIT TO WS-TOT-ABERTO-GERAL
           ADD 1 TO WS-QTD-TIT-ABERTOS.
           EXIT.
       IMPRIME-AGING-VENDEDORES SECTION.
           MOVE SPACES TO WID-ARQ-TITULOS-LST
           STRING "TITULOS EM ABERTO POR VENDEDOR - POSICAO "
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WID-ARQ-TITULOS-LST
           END-STRING
           WRITE WID-ARQ-TITULOS-LST
           MOVE "COD  NOME VENDEDOR" TO WID-ARQ-TITULOS-LST
           MOVE "QTD      A VENCER      ATE 30D      ATE 60D
      -        "  ACIMA 60D" TO WID-ARQ-TITULOS-LST(38:)
           WRITE WID-ARQ-TITULOS-LST
           MOVE SPACES TO WID-ARQ-TITULOS-LST
           WRITE WID-ARQ-TITULOS-LST
           MOVE ZEROS TO WS-ARQ-FIM-VEND
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VEND
           END-START
           PERFORM UNTIL ARQ-FIM-VEND
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN = WS-EMPRESA-ATUAL AND
                         WS-AGING-QTD(COD-VENDEDOR) > ZEROS
                         PERFORM IMPRIME-LINHA-AGING
                      END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WID-ARQ-TITULOS-LST
           WRITE WID-ARQ-TITULOS-LST
           MOVE "TITULOS/PARCELAS EM ABERTO..:" TO WS-AGIT-ROTULO
           MOVE WS-QTD-TIT-ABERTOS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-TITULOS-LST
           WRITE WID-ARQ-TITULOS-LST
           MOVE "VALOR TOTAL EM ABERTO.......:" TO WS-AGIT-ROTULO
           MOVE WS-TOT-ABERTO-GERAL TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-TITULOS-LST
           WRITE WID-ARQ-TITULOS-LST.
           EXIT.
       IMPRIME-LINHA-AGING SECTION.
           MOVE COD-VENDEDOR TO WS-AGI-COD
           MOVE NOME-VENDEDOR TO WS-AGI-NOME
           MOVE WS-AGING-QTD(COD-VENDEDOR) TO WS-AGI-QTD
           MOVE WS-AGING-AVENCER(COD-VENDEDOR) TO WS-AGI-AVENCER
           MOVE WS-AGING-F30(COD-VENDEDOR) TO WS-AGI-F30
           MOVE WS-AGING-F60(COD-VENDEDOR) TO WS-AGI-F60
           MOVE WS-AGING-F90(COD-VENDEDOR) TO WS-AGI-F90
           MOVE WS-LINHA-AGING TO WID-ARQ-TITULOS-LST
           WRITE WID-ARQ-TITULOS-LST.
           EXIT.
       EXECUTA-EXTRATO SECTION.
           IF WS-EXTR-TITULO = ZEROS AND WS-EXTR-CLIENTE = ZEROS
              MOVE "INFORME O TITULO OU O CLIENTE" TO WS-MSG
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           ELSE
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE ZEROS TO WS-EXTR-LINHAS
              MOVE ZEROS TO WS-EXTR-QTD-TIT
              MOVE ZEROS TO WS-EXTR-TOT-VALOR
              MOVE ZEROS TO WS-EXTR-TOT-PAGO
              MOVE ZEROS TO WS-EXTR-TOT-ENCARGOS
              MOVE ZEROS TO WS-EXTR-TOT-DESCONTO
              MOVE ZEROS TO WS-EXTR-TOT-SALDO
              MOVE "extrato" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-EXTRATO
              IF WS-RESULTADO-ACESSO = ZEROS
                 IF WS-EXTR-TITULO > ZEROS
                    PERFORM IMPRIME-EXTRATO-TITULO-UNICO
                 ELSE
                    PERFORM IMPRIME-EXTRATO-CLIENTE
                 END-IF
                 PERFORM IMPRIME-TOTAIS-EXTRATO
                 CLOSE ARQ-EXTRATO
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 IF WS-EXTR-TITULO > ZEROS
                    STRING "TIT=" WS-EXTR-TITULO
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                 ELSE
                    STRING "CLI=" WS-EXTR-CLIENTE
                           DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                    END-STRING
                 END-IF
                 MOVE WS-EXTR-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE "EXTRATO FINANCEIRO GERADO" TO WS-MSG
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       IMPRIME-EXTRATO-TITULO-UNICO SECTION.
           MOVE WS-EXTR-TITULO TO NUM-TITULO
           READ ARQ-TITULO WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COD-EMPRESA-TIT
           END-READ
           MOVE SPACES TO WID-ARQ-EXTRATO
           IF COD-EMPRESA-TIT NOT = WS-EMPRESA-ATUAL
              STRING "TITULO " WS-EXTR-TITULO
                     " NAO LOCALIZADO NESTA EMPRESA"
                     DELIMITED BY SIZE INTO WID-ARQ-EXTRATO
              END-STRING
              WRITE WID-ARQ-EXTRATO
           ELSE
              STRING "EXTRATO DO TITULO " WS-EXTR-TITULO
                     " - CLIENTE " COD-CLIENTE-TIT
                     " - POSICAO " WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WID-ARQ-EXTRATO
              END-STRING
              WRITE WID-ARQ-EXTRATO
              MOVE SPACES TO WID-ARQ-EXTRATO
              WRITE WID-ARQ-EXTRATO
              PERFORM IMPRIME-EXTRATO-TITULO
           END-IF.
           EXIT.
       IMPRIME-EXTRATO-CLIENTE SECTION.
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-CLI
           MOVE WS-EXTR-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE "CLIENTE NAO CADASTRADO" TO RAZAO-CLIENTE
           END-READ
           MOVE SPACES TO WID-ARQ-EXTRATO
           STRING "EXTRATO DO CLIENTE " WS-EXTR-CLIENTE
                  " " RAZAO-CLIENTE
                  " POSICAO " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WID-ARQ-EXTRATO
           END-STRING
           WRITE WID-ARQ-EXTRATO
           MOVE SPACES TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF COD-EMPRESA-TIT = WS-EMPRESA-ATUAL AND
                         COD-CLIENTE-TIT = WS-EXTR-CLIENTE
                         PERFORM IMPRIME-EXTRATO-TITULO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       IMPRIME-EXTRATO-TITULO SECTION.
           MOVE NUM-TITULO          TO WS-EXTT-NUM
           MOVE PARCELA-TIT         TO WS-EXTT-PARC
           MOVE QTD-PARCELAS-TIT    TO WS-EXTT-QTD
           MOVE DATA-VENCIMENTO-TIT TO WS-EXTT-VENC
           MOVE VALOR-TIT           TO WS-EXTT-VALOR
           MOVE SALDO-TIT           TO WS-EXTT-SALDO
           MOVE SITUACAO-TIT        TO WS-EXTT-SIT
           MOVE WS-LINHA-EXTRATO-TIT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           ADD 1 TO WS-EXTR-QTD-TIT
           ADD VALOR-TIT          TO WS-EXTR-TOT-VALOR
           ADD VALOR-PAGO-TIT     TO WS-EXTR-TOT-PAGO
           ADD VALOR-JUROS-TIT    TO WS-EXTR-TOT-ENCARGOS
           ADD VALOR-MULTA-TIT    TO WS-EXTR-TOT-ENCARGOS
           ADD VALOR-DESCONTO-TIT TO WS-EXTR-TOT-DESCONTO
           ADD SALDO-TIT          TO WS-EXTR-TOT-SALDO
           MOVE ZEROS TO WS-MOV-PROX-SEQ
           MOVE ZEROS TO WS-FIM-MOV
           MOVE NUM-TITULO TO NUM-TITULO-MOV
           MOVE ZEROS TO SEQ-MOV
           START ARQ-MOVTIT KEY IS NOT LESS THAN CHAVE-MOV
               INVALID KEY
                  MOVE 1 TO WS-FIM-MOV
           END-START
           PERFORM UNTIL FIM-MOV
               READ ARQ-MOVTIT NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-MOV
                   NOT AT END
                      IF NUM-TITULO-MOV NOT = NUM-TITULO
                         MOVE 1 TO WS-FIM-MOV
                      ELSE
                         PERFORM IMPRIME-LINHA-EXTRATO
                      END-IF
               END-READ
           END-PERFORM
           IF WS-MOV-PROX-SEQ = ZEROS
              MOVE "  SEM MOVIMENTACAO" TO WID-ARQ-EXTRATO
              WRITE WID-ARQ-EXTRATO
           END-IF
           MOVE SPACES TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO.
           EXIT.
       IMPRIME-LINHA-EXTRATO SECTION.
           ADD 1 TO WS-MOV-PROX-SEQ
           ADD 1 TO WS-EXTR-LINHAS
           MOVE DATA-MOV     TO WS-EXTR-DATA
           MOVE LOTE-MOV     TO WS-EXTR-LOTE
           EVALUATE TRUE
               WHEN MOV-PAGAMENTO
                  MOVE "PAGAMENTO" TO WS-EXTR-TIPO
               WHEN MOV-JUROS
                  MOVE "JUROS" TO WS-EXTR-TIPO
               WHEN MOV-MULTA
                  MOVE "MULTA" TO WS-EXTR-TIPO
               WHEN MOV-DESCONTO
                  MOVE "DESCONTO" TO WS-EXTR-TIPO
               WHEN MOV-ESTORNO
                  MOVE "ESTORNO" TO WS-EXTR-TIPO
               WHEN MOV-DEVOLUCAO
                  MOVE "DEVOLUCAO" TO WS-EXTR-TIPO
               WHEN MOV-CREDITO
                  MOVE "CRED.CLIENTE" TO WS-EXTR-TIPO
               WHEN MOV-USO-CREDITO
                  MOVE "USO CREDITO" TO WS-EXTR-TIPO
               WHEN OTHER
                  MOVE TIPO-MOV TO WS-EXTR-TIPO
           END-EVALUATE
           MOVE VALOR-MOV      TO WS-EXTR-VALOR
           MOVE SALDO-APOS-MOV TO WS-EXTR-SALDO
           IF MOV-ESTORNADO
              MOVE "ESTORNADO" TO WS-EXTR-SIT
           ELSE
              MOVE SPACES TO WS-EXTR-SIT
           END-IF
           MOVE OPERADOR-MOV   TO WS-EXTR-OPERADOR
           MOVE WS-LINHA-EXTRATO TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO.
           EXIT.
       IMPRIME-TOTAIS-EXTRATO SECTION.
           MOVE "TITULOS/PARCELAS............:" TO WS-AGIT-ROTULO
           MOVE WS-EXTR-QTD-TIT TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           MOVE "VALOR ORIGINAL..............:" TO WS-AGIT-ROTULO
           MOVE WS-EXTR-TOT-VALOR TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           MOVE "TOTAL PAGO..................:" TO WS-AGIT-ROTULO
           MOVE WS-EXTR-TOT-PAGO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           MOVE "JUROS E MULTA...............:" TO WS-AGIT-ROTULO
           MOVE WS-EXTR-TOT-ENCARGOS TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           MOVE "DESCONTOS CONCEDIDOS........:" TO WS-AGIT-ROTULO
           MOVE WS-EXTR-TOT-DESCONTO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           MOVE "SALDO EM ABERTO.............:" TO WS-AGIT-ROTULO
           MOVE WS-EXTR-TOT-SALDO TO WS-AGIT-VALOR
           MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
           WRITE WID-ARQ-EXTRATO
           IF WS-EXTR-TITULO = ZEROS
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-CRD
              MOVE WS-EXTR-CLIENTE TO COD-CLIENTE-CRD
              READ ARQ-CREDCLI WITH NO LOCK
                  INVALID KEY
                     MOVE ZEROS TO SALDO-CRD
              END-READ
              MOVE "CREDITO DO CLIENTE..........:" TO WS-AGIT-ROTULO
              MOVE SALDO-CRD TO WS-AGIT-VALOR
              MOVE WS-LINHA-AGING-TOT TO WID-ARQ-EXTRATO
              WRITE WID-ARQ-EXTRATO
           END-IF.
           EXIT.
       EXECUTA-COBERTURA SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-CONT-COBERTURA
           MOVE "cobertura" TO WS-REL-TIPO
           PERFORM MONTA-NOME-RELATORIO
           OPEN OUTPUT ARQ-COBERTURA
           IF WS-RESULTADO-ACESSO = ZEROS
               MOVE SPACES TO WID-ARQ-COBERTURA
               STRING "CLIENTES ATIVOS SEM VISITA HA MAIS DE "
                      WS-DIAS-COBERTURA " DIAS - POSICAO "
                      WS-DATA-HOJE
                      DELIMITED BY SIZE INTO WID-ARQ-COBERTURA
               END-STRING
               WRITE WID-ARQ-COBERTURA
               MOVE "COD      RAZAO SOCIAL" TO WID-ARQ-COBERTURA
               MOVE "VEN  REG  ULT.VISITA  DIAS"
                    TO WID-ARQ-COBERTURA(51:)
               WRITE WID-ARQ-COBERTURA
               MOVE SPACES TO WID-ARQ-COBERTURA
               WRITE WID-ARQ-COBERTURA
               MOVE ZEROS TO WS-ARQ-FIM
               MOVE WS-EMPRESA-INI TO COD-EMPRESA-CLI
               MOVE ZEROS TO COD-CLIENTE
               START ARQ-CLIENTE KEY IS NOT LESS THAN CHAVE-CLIENTE
                   INVALID KEY
                      MOVE 1 TO WS-ARQ-FIM
               END-START
               PERFORM UNTIL ARQ-FIM
                   READ ARQ-CLIENTE NEXT RECORD WITH NO LOCK
                       AT END
                          MOVE 1 TO WS-ARQ-FIM
                       NOT AT END
                          IF ATIVO-CLIENTE AND
                             COD-EMPRESA-CLI = WS-EMPRESA-ATUAL
                             PERFORM VERIFICA-COBERTURA-CLIENTE
                          END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-COBERTURA
               MOVE SPACES TO WS-CAT-PARAMETRO
               STRING "DIAS=" WS-DIAS-COBERTURA
                      DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
               END-STRING
               MOVE WS-CONT-COBERTURA TO WS-CAT-LINHAS
               PERFORM GRAVA-CATALOGO-RELATORIO
               MOVE SPACES TO WS-MSG
               STRING "COBERTURA GERADA - "
                      WS-CONT-COBERTURA " CLIENTES"
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       VERIFICA-COBERTURA-CLIENTE SECTION.
           PERFORM BUSCA-ULTIMA-VISITA
           IF WS-ULT-VISITA = ZEROS
              MOVE 9999 TO WS-DIAS-SEM-VISITA
           ELSE
              COMPUTE WS-DIAS-SEM-VISITA =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE(WS-ULT-VISITA)
           END-IF
           IF WS-DIAS-SEM-VISITA > WS-DIAS-COBERTURA
              PERFORM IMPRIME-LINHA-COBERTURA
           END-IF.
           EXIT.
       BUSCA-ULTIMA-VISITA SECTION.
           MOVE ZEROS TO WS-ULT-VISITA
           MOVE ZEROS TO WS-ARQ-FIM-VIS
           MOVE COD-EMPRESA-CLI TO COD-EMPRESA-VIS
           MOVE COD-CLIENTE TO COD-CLIENTE-VIS
           MOVE ZEROS TO DATA-VISITA
           MOVE ZEROS TO SEQ-VIS
           START ARQ-VISITA KEY IS NOT LESS THAN CHAVE-VIS
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VIS
           END-START
           PERFORM UNTIL ARQ-FIM-VIS
               READ ARQ-VISITA NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VIS
                   NOT AT END
                      IF COD-EMPRESA-VIS NOT = COD-EMPRESA-CLI OR
                         COD-CLIENTE-VIS NOT = COD-CLIENTE
                         MOVE 1 TO WS-ARQ-FIM-VIS
                      ELSE
                         MOVE DATA-VISITA TO WS-ULT-VISITA
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       IMPRIME-LINHA-COBERTURA SECTION.
           MOVE COD-CLIENTE TO WS-COB-COD
           MOVE RAZAO-CLIENTE TO WS-COB-RAZAO
           MOVE COD-EMPRESA-CLI TO COD-EMPRESA-CV
           MOVE COD-CLIENTE TO COD-CLIENTE-CV
           READ ARQ-CLI-VEND WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COD-VENDEDOR-CV
           END-READ
           MOVE COD-VENDEDOR-CV TO WS-COB-VEND
           MOVE LAT-CLIENTE TO WS-CLASS-LAT
           MOVE LON-CLIENTE TO WS-CLASS-LON
           PERFORM CLASSIFICA-REGIAO
           MOVE WS-REGIAO-ENCONTRADA TO WS-COB-REGIAO
           MOVE WS-ULT-VISITA TO WS-COB-ULTIMA
           IF WS-ULT-VISITA = ZEROS
              MOVE 9999 TO WS-COB-DIAS
           ELSE
              MOVE WS-DIAS-SEM-VISITA TO WS-COB-DIAS
           END-IF
           MOVE WS-LINHA-COBERTURA TO WID-ARQ-COBERTURA
           WRITE WID-ARQ-COBERTURA
           ADD 1 TO WS-CONT-COBERTURA.
           EXIT.
       EXECUTA-RELATORIO-METAS SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
           IF WS-COMPETENCIA = ZEROS
              MOVE 'FAVOR INFORMAR A COMPETENCIA (AAAAMM)' TO WS-MSG
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           ELSE
              MOVE "metas" TO WS-REL-TIPO
              PERFORM MONTA-NOME-RELATORIO
              OPEN OUTPUT ARQ-METAS-LST
              IF WS-RESULTADO-ACESSO = ZEROS
                 MOVE ZEROS TO WS-CONT-REL-LINHAS
                 MOVE ZEROS TO WS-METAS-NOVOS
                 MOVE ZEROS TO WS-METAS-REGIAO
                 PERFORM ACUMULA-PEDIDOS-COMPETENCIA
                 PERFORM CONTA-CLIENTES-NOVOS-COMP
                 PERFORM IMPRIME-METAS-VENDEDORES
                 PERFORM IMPRIME-METAS-REGIOES
                 CLOSE ARQ-METAS-LST
                 MOVE SPACES TO WS-CAT-PARAMETRO
                 STRING "COMPETENCIA=" WS-COMPETENCIA
                        DELIMITED BY SIZE INTO WS-CAT-PARAMETRO
                 END-STRING
                 MOVE WS-CONT-REL-LINHAS TO WS-CAT-LINHAS
                 PERFORM GRAVA-CATALOGO-RELATORIO
                 MOVE "RELATORIO DE METAS GERADO" TO WS-MSG
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF
           PERFORM MONTA-TELA-COMPETENCIA
           END-PERFORM.
           EXIT.
       CONTA-CLIENTES-NOVOS-COMP SECTION.
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-ALFA
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE ZEROS TO CHAVE-AUD
           START ARQ-AUDITORIA KEY IS NOT LESS THAN CHAVE-AUD
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM
               READ ARQ-AUDITORIA NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      IF AUD-TIPO = "CLIENTE" AND
                         AUD-OPERACAO = "INCLUSAO" AND
                         AUD-EMPRESA = WS-EMPRESA-ATUAL AND
                         AUD-DATA(1:6) = WS-COMPETENCIA-ALFA
                         MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-CV
                         MOVE AUD-COD TO COD-CLIENTE-CV
                         READ ARQ-CLI-VEND WITH NO LOCK
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                IF COD-VENDEDOR-CV > ZEROS
                                   ADD 1 TO WS-META-NOVOS-V
                                         (COD-VENDEDOR-CV)
                                END-IF
                         END-READ
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       IMPRIME-METAS-VENDEDORES SECTION.
           MOVE SPACES TO WID-ARQ-METAS-LST
           STRING "REALIZACAO DE METAS - COMPETENCIA "
                  WS-COMPETENCIA DELIMITED BY SIZE
                  INTO WID-ARQ-METAS-LST
           END-STRING
           WRITE WID-ARQ-METAS-LST
           MOVE "COD  NOME VENDEDOR" TO WID-ARQ-METAS-LST
           MOVE "META          REALIZADO       PCT  M.NOV  NOVOS"
                TO WID-ARQ-METAS-LST(39:)
           WRITE WID-ARQ-METAS-LST
           MOVE SPACES TO WID-ARQ-METAS-LST
           WRITE WID-ARQ-METAS-LST
           MOVE ZEROS TO WS-ARQ-FIM-VEND
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-VEND
           END-START
           PERFORM UNTIL ARQ-FIM-VEND
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-VEND
                   NOT AT END
                      IF COD-EMPRESA-VEN = WS-EMPRESA-ATUAL
                         PERFORM IMPRIME-LINHA-META
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       IMPRIME-LINHA-META SECTION.
           MOVE 1 TO WS-REG
           MOVE COD-EMPRESA-VEN TO COD-EMPRESA-MT
           MOVE COD-VENDEDOR TO COD-VENDEDOR-MT
           MOVE WS-COMPETENCIA TO COMPETENCIA-MT
           READ ARQ-META WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO VALOR-META-MT
                  MOVE ZEROS TO QTD-CLIENTES-MT
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK OR
              WS-TOT-PED-VENDEDOR(COD-VENDEDOR) > ZEROS OR
              WS-META-NOVOS-V(COD-VENDEDOR) > ZEROS
              MOVE COD-VENDEDOR TO WS-MET-COD
              MOVE NOME-VENDEDOR TO WS-MET-NOME
              MOVE VALOR-META-MT TO WS-MET-META
              MOVE WS-TOT-PED-VENDEDOR(COD-VENDEDOR) TO WS-MET-REAL
              IF VALOR-META-MT > ZEROS
                 COMPUTE WS-META-PCT ROUNDED =
                         WS-TOT-PED-VENDEDOR(COD-VENDEDOR) * 100
                         / VALOR-META-MT
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-META-PCT
                 END-COMPUTE
              ELSE
                 MOVE ZEROS TO WS-META-PCT
              END-IF
              MOVE WS-META-PCT TO WS-MET-PCT
              MOVE QTD-CLIENTES-MT TO WS-MET-NOVOS-META
              MOVE WS-META-NOVOS-V(COD-VENDEDOR) TO WS-MET-NOVOS-REAL
              MOVE WS-LINHA-META TO WID-ARQ-METAS-LST
              WRITE WID-ARQ-METAS-LST
              ADD 1 TO WS-CONT-REL-LINHAS
              MOVE LAT-VENDEDOR TO WS-CLASS-LAT
              MOVE LON-VENDEDOR TO WS-CLASS-LON
              PERFORM CLASSIFICA-REGIAO
              IF WS-REGIAO-ENCONTRADA > ZEROS
                 ADD VALOR-META-MT
                     TO WS-MREG-META(WS-REGIAO-ENCONTRADA)
                 ADD WS-TOT-PED-VENDEDOR(COD-VENDEDOR)
                     TO WS-MREG-REAL(WS-REGIAO-ENCONTRADA)
              END-IF
           END-IF
           MOVE 1 TO WS-REG.
           EXIT.
       IMPRIME-METAS-REGIOES SECTION.
           MOVE SPACES TO WID-ARQ-METAS-LST
           WRITE WID-ARQ-METAS-LST
           MOVE "REALIZACAO POR REGIAO" TO WID-ARQ-METAS-LST
           WRITE WID-ARQ-METAS-LST
           MOVE ZEROS TO WS-ARQ-FIM-REG
           MOVE ZEROS TO COD-REGIAO
           START ARQ-REGIAO KEY IS NOT LESS THAN COD-REGIAO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-REG
           END-START
           PERFORM UNTIL ARQ-FIM-REG
               READ ARQ-REGIAO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-REG
                   NOT AT END
                      IF WS-MREG-META(COD-REGIAO) > ZEROS OR
                         WS-MREG-REAL(COD-REGIAO) > ZEROS
                         MOVE COD-REGIAO TO WS-MET-COD
                         MOVE DESC-REGIAO TO WS-MET-NOME
                         MOVE WS-MREG-META(COD-REGIAO) TO WS-MET-META
                         MOVE WS-MREG-REAL(COD-REGIAO) TO WS-MET-REAL
                         IF WS-MREG-META(COD-REGIAO) > ZEROS
                            COMPUTE WS-META-PCT ROUNDED =
                                    WS-MREG-REAL(COD-REGIAO) * 100
                                    / WS-MREG-META(COD-REGIAO)
                            ON SIZE ERROR
                               MOVE 999.9 TO WS-META-PCT
                            END-COMPUTE
                         ELSE
                            MOVE ZEROS TO WS-META-PCT
                         END-IF
                         MOVE WS-META-PCT TO WS-MET-PCT
                         MOVE ZEROS TO WS-MET-NOVOS-META
                         MOVE ZEROS TO WS-MET-NOVOS-REAL
                         MOVE WS-LINHA-META TO WID-ARQ-METAS-LST
                         WRITE WID-ARQ-METAS-LST
                         ADD 1 TO WS-CONT-REL-LINHAS
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       MONTA-TELA-FATURAMENTO SECTION.
           MOVE ZEROS TO WS-VENCIMENTO-FAT
           MOVE "MENU EXECUCAO" TO WS-CAB-PARTE1
           MOVE "INFORME O VENCIMENTO DOS TITULOS" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-FATURAMENTO.
           EXIT.
       MONTA-TELA-BAIXA-TITULO SECTION.
           MOVE "BAIXA DE TITULOS" TO WS-CAB-PARTE1
           MOVE "INFORME O TITULO - ESC PARA VOLTAR" TO WS-MSG
           MOVE SPACES TO WID-ARQ-TITULO
           MOVE ZEROS TO WS-BX-DATA
           MOVE ZEROS TO WS-BX-VALOR
           MOVE ZEROS TO WS-BX-DESCONTO
           DISPLAY TELA.
           ACCEPT TELA-BAIXA-TITULO.
           EXIT.
       MONTA-TELA-DEVOLUCAO SECTION.
           MOVE "DEVOLUCAO DE PEDIDO" TO WS-CAB-PARTE1
           MOVE "INFORME PEDIDO E MOTIVO - ESC PARA VOLTAR" TO WS-MSG
           MOVE ZEROS TO WS-DEV-PEDIDO
           MOVE ZEROS TO WS-DEV-MOTIVO
           DISPLAY TELA.
           ACCEPT TELA-DEVOLUCAO.
           EXIT.
       MONTA-TELA-ESTORNO-BAIXA SECTION.
           MOVE "ESTORNO DE BAIXA" TO WS-CAB-PARTE1
           MOVE "INFORME O TITULO - ESC PARA VOLTAR" TO WS-MSG
           MOVE SPACES TO WID-ARQ-TITULO
           MOVE ZEROS TO WS-MOV-ULT-DATA
           MOVE ZEROS TO WS-MOV-ULT-LOTE
           MOVE ZEROS TO WS-EST-PAGO
           MOVE ZEROS TO WS-EST-ENCARGOS
           MOVE ZEROS TO WS-EST-DESCONTO
           DISPLAY TELA.
           ACCEPT TELA-ESTORNO-BAIXA.
           EXIT.
       MONTA-TELA-ARQUIVO-REMESSA SECTION.
           MOVE SPACES TO NOMEARQ-EXP
           MOVE "REMESSA BANCARIA" TO WS-CAB-PARTE1
           MOVE "INFORME O NOME DO ARQUIVO DE REMESSA" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-ARQ-REMESSA.
           EXIT.
       MONTA-TELA-ARQUIVO-RETORNO SECTION.
           MOVE SPACES TO NOMEARQ
           MOVE "RETORNO BANCARIO" TO WS-CAB-PARTE1
           MOVE "INFORME O NOME DO ARQUIVO DE RETORNO" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-ARQ-RETORNO.
           EXIT.
       MONTA-TELA-MENU-TABPRECO SECTION.
           MOVE "MENU TABELA DE PRECOS" TO WS-CAB-PARTE1
           PERFORM INICIALIZA-TELA
           ACCEPT TELA-MENU-CADASTRO.
           EXIT.
       MONTA-TELA-CADASTRO-TABPRECO SECTION.
           MOVE "CADASTRO TAB. PRECOS" TO WS-CAB-PARTE1
           PERFORM INICIALIZA-TELA
           MOVE SPACES TO WID-ARQ-TABPRECO
           MOVE ZEROS TO COD-ALVO-TPR
           MOVE ZEROS TO COD-PRODUTO-TPR
           MOVE ZEROS TO DATA-INICIO-TPR
           MOVE ZEROS TO DATA-FIM-TPR
           MOVE ZEROS TO PRECO-TPR
           ACCEPT TELA-CADASTRO-TABPRECO.
           EXIT.
       MONTA-TELA-ALCADA SECTION.
           MOVE ZEROS TO WS-ALC-VENDEDOR
           MOVE "ALCADA DE DESCONTO" TO WS-CAB-PARTE1
           MOVE "INFORME O VENDEDOR - ESC PARA VOLTAR" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-CODIGO-ALCADA.
           EXIT.
       MONTA-TELA-COMPETENCIA-FILTRO SECTION.
           MOVE ZEROS TO WS-COMPETENCIA
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1
           MOVE "INFORME A COMPETENCIA (ZERO = TODAS)" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-COMPETENCIA.
           EXIT.
       MONTA-TELA-CURVA-ABC SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-ABC-DATA-INI
           MOVE "01" TO WS-ABC-DATA-INI(7:2)
           MOVE WS-DATA-HOJE TO WS-ABC-DATA-FIM
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-FILTRO
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1
           MOVE "INFORME O PERIODO E A EMPRESA DA CURVA ABC" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-CURVA-ABC.
           EXIT.
       MONTA-TELA-ESTOQUE SECTION.
           MOVE ZEROS TO COD-PRODUTO
           MOVE "ESTOQUE" TO WS-CAB-PARTE1
           MOVE "INFORME O PRODUTO - ESC PARA VOLTAR" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-CODIGO-ESTOQUE.
           EXIT.
       MONTA-TELA-FILTRO-COMISSAO SECTION.
           MOVE ZEROS TO WS-LCM-FILTRO-VEND
           MOVE ZEROS TO WS-LCM-FILTRO-COMP
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1
           MOVE "INFORME O VENDEDOR E A COMPETENCIA" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-FILTRO-COMISSAO.
           EXIT.
       MONTA-TELA-FILTRO-EXTRATO SECTION.
           MOVE ZEROS TO WS-EXTR-TITULO
           MOVE ZEROS TO WS-EXTR-CLIENTE
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1
           MOVE "INFORME O TITULO OU O CLIENTE" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-FILTRO-EXTRATO.
           EXIT.
       EXECUTA-CONFERENCIA SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
           IF NOMEARQ-EXP = SPACES
              MOVE 'FAVOR INFORMAR O NOME DO ARQUIVO' TO WS-MSG
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           ELSE
              MOVE "CONFERENCIA" TO WS-EXEC-ROTINA
              PERFORM REGISTRA-INICIO-EXECUCAO
              OPEN INPUT ARQ-EXPORTACAO
              IF WS-RESULTADO-ACESSO = ZEROS
                 OPEN OUTPUT ARQ-CONFERENCIA
                 IF WS-RESULTADO-ACESSO = ZEROS
                    MOVE ZEROS TO WS-CONT-CONFERIDOS
                    MOVE ZEROS TO WS-CONT-DIVERG-CONF
                    MOVE ZEROS TO WS-FIM-EXP
                    PERFORM LE-PROXIMO-EXP
                    PERFORM CONFERE-CLIENTES-EXP
                    PERFORM CONFERE-VENDEDORES-EXP
                    CLOSE ARQ-CONFERENCIA
                    STRING WS-CONT-CONFERIDOS DELIMITED BY SIZE
                           ' CONFERIDOS, '    DELIMITED BY SIZE
                           WS-CONT-DIVERG-CONF DELIMITED BY SIZE
                           ' DIVERGENCIAS'    DELIMITED BY SIZE
                           INTO WS-MSG
                    END-STRING
                    MOVE WS-CONT-CONFERIDOS TO WS-EXEC-CONT1
                    MOVE WS-CONT-DIVERG-CONF TO WS-EXEC-CONT2
                    MOVE "O" TO WS-EXEC-RESULTADO
                 ELSE
                    PERFORM TRADUZ-RESULTADO-ACESSO
                 END-IF
                 CLOSE ARQ-EXPORTACAO
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              PERFORM REGISTRA-FIM-EXECUCAO
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF
           PERFORM MONTA-TELA-ARQUIVO-EXPORTACAO
           END-PERFORM.
           EXIT.
       LE-PROXIMO-EXP SECTION.
           READ ARQ-EXPORTACAO
               AT END
                  MOVE 1 TO WS-FIM-EXP
               NOT AT END
                  ADD 1 TO WS-CONT-CONFERIDOS
           END-READ.
           EXIT.
       CONFERE-CLIENTES-EXP SECTION.
           MOVE ZEROS TO WS-FIM-CAD
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-CLI
           MOVE ZEROS TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS THAN CHAVE-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-FIM-CAD
           END-START
           IF NOT FIM-CAD
              PERFORM LE-PROXIMO-CLIENTE-CONF
           END-IF
           PERFORM UNTIL FIM-CAD AND (FIM-EXP OR NOT REG-CLIENTE-EXP)
               EVALUATE TRUE
                   WHEN FIM-EXP OR NOT REG-CLIENTE-EXP
                        MOVE "CLIENTE" TO WS-EXC-TIPO
                        MOVE COD-CLIENTE TO WS-EXC-COD
                        MOVE "AUSENTE NO BACKUP" TO WS-EXC-MSG
                        PERFORM GRAVA-CONFERENCIA
                        PERFORM LE-PROXIMO-CLIENTE-CONF
                   WHEN FIM-CAD
                        MOVE "CLIENTE" TO WS-EXC-TIPO
                        MOVE COD-CLIENTE-EXP TO WS-EXC-COD
                        MOVE "AUSENTE NO CADASTRO" TO WS-EXC-MSG
                        PERFORM GRAVA-CONFERENCIA
                        PERFORM LE-PROXIMO-EXP
                   WHEN COD-CLIENTE < COD-CLIENTE-EXP
           END-PERFORM.
           EXIT.
       CRITICA-DADOS-CLIENTE SECTION.
           MOVE CNPJ-CLIENTE TO WS-CNPJ-ALFA
           PERFORM NORMALIZA-CNPJ
           MOVE WS-CNPJ-ALFA TO CNPJ-CLIENTE
           IF COD-CLIENTE = ZEROS
              MOVE "INFORME CODIGO VALIDO" TO WS-MSG
           ELSE
              IF CNPJ-CLIENTE = SPACES OR CNPJ-CLIENTE = ZEROS
                 MOVE "INFORME CNPJ VALIDO" TO WS-MSG
              ELSE
                  IF RAZAO-CLIENTE = SPACES
               PERFORM VERIFICA-CNPJ-DUPLICADO
           END-IF.
           EXIT.
       NORMALIZA-CNPJ SECTION.
           MOVE FUNCTION UPPER-CASE(WS-CNPJ-ALFA) TO WS-CNPJ-ALFA
           MOVE 14 TO WS-CNPJ-LEN
           PERFORM UNTIL WS-CNPJ-LEN = 0
               IF WS-CNPJ-ALFA(WS-CNPJ-LEN:1) NOT = SPACE
                  EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-CNPJ-LEN
           END-PERFORM
           IF WS-CNPJ-LEN > ZEROS AND WS-CNPJ-LEN < 14
              IF WS-CNPJ-ALFA(1:WS-CNPJ-LEN) IS NUMERIC
                 MOVE WS-CNPJ-ALFA(1:WS-CNPJ-LEN) TO WS-CNPJ-NUM
                 MOVE WS-CNPJ-NUM TO WS-CNPJ-ALFA
              END-IF
           END-IF.
           EXIT.
       VERIFICA-CNPJ-DUPLICADO SECTION.
           MOVE COD-EMPRESA-CLI TO WS-SNAP-EMPRESA-CLI
           MOVE COD-CLIENTE  TO WS-SNAP-COD-CLIENTE
           MOVE UF-CLIENTE TO WS-SNAP-UF-CLIENTE
           MOVE TELEFONE-CLIENTE TO WS-SNAP-TELEFONE-CLIENTE
           MOVE EMAIL-CLIENTE TO WS-SNAP-EMAIL-CLIENTE
      *    O MESMO CNPJ PODE EXISTIR EM EMPRESAS DIFERENTES DO GRUPO,
      *    MAS NAO DUAS VEZES NA MESMA EMPRESA.
           MOVE WS-SNAP-CNPJ-CLIENTE TO CNPJ-CLIENTE
           MOVE ZEROS TO WS-FIM-CNPJ
           START ARQ-CLIENTE KEY IS EQUAL TO CNPJ-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-FIM-CNPJ
           END-START
           PERFORM UNTIL FIM-CNPJ
               READ ARQ-CLIENTE NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-CNPJ
                   NOT AT END
                      IF CNPJ-CLIENTE NOT = WS-SNAP-CNPJ-CLIENTE
                         MOVE 1 TO WS-FIM-CNPJ
                      ELSE
                         IF COD-EMPRESA-CLI = WS-SNAP-EMPRESA-CLI AND
                            COD-CLIENTE NOT = WS-SNAP-COD-CLIENTE
                            MOVE "CNPJ JA CADASTRADO PARA OUTRO CLIENTE"
                                 TO WS-MSG
                            MOVE ZEROS TO WS-ARQ
                            MOVE 1 TO WS-FIM-CNPJ
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           MOVE WS-SNAP-EMPRESA-CLI  TO COD-EMPRESA-CLI
           MOVE WS-SNAP-COD-CLIENTE  TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS THAN CHAVE-CLIENTE
                   MOVE RAZAO-CLIENTE  TO WS-HS-RAZAO-CLIENTE
                   MOVE SITUACAO-CLIENTE TO WS-HS-SITUACAO-CLIENTE
                   DISPLAY TELA-CADASTRO-CLIENTE
                   PERFORM EXIBE-SCORE-CLIENTE
                   ACCEPT TELA-CADASTRO-CLIENTE
                   PERFORM CRITICA-DADOS-CLIENTE
                   IF ARQ-OK
               IF REG-OK
                   MOVE SITUACAO-CLIENTE TO WS-HS-SITUACAO-CLIENTE
                   DISPLAY TELA-CADASTRO-CLIENTE
                   PERFORM EXIBE-SCORE-CLIENTE
                   ACCEPT TELA-CADASTRO-CLIENTE
                   MOVE "I" TO SITUACAO-CLIENTE
                   PERFORM REGRAVA-CLIENTE-COM-RETENTATIVA
           EXIT.
       EXECUTA-PESQUISA-CLIENTE SECTION.
           PERFORM CALCULA-TAMANHO-TERMO
           MOVE WS-PESQUISA-TERMO(1:14) TO WS-CNPJ-ALFA
           PERFORM NORMALIZA-CNPJ
           MOVE 2 TO FUNCAO
           MOVE WS-CNPJ-ALFA TO DADO-VALIDAR
           CALL VALIDA USING VALIDA-DADOS
           IF WS-PESQUISA-LEN = 14 AND COD-RETORNO = ZEROS
              PERFORM PESQUISA-CLIENTE-POR-CNPJ
           ELSE
              PERFORM PESQUISA-CLIENTE-POR-TERMO
           EXIT.
       PESQUISA-CLIENTE-POR-CNPJ SECTION.
           MOVE WS-PESQUISA-TERMO(1:14) TO WS-CNPJ-ALFA
           PERFORM NORMALIZA-CNPJ
           MOVE WS-CNPJ-ALFA TO CNPJ-CLIENTE
           MOVE ZEROS TO WS-REG
           MOVE ZEROS TO WS-FIM-CNPJ
           START ARQ-CLIENTE KEY IS EQUAL TO CNPJ-CLIENTE
               INVALID KEY
                  MOVE 1 TO WS-FIM-CNPJ
           END-START
           PERFORM UNTIL FIM-CNPJ OR REG-OK
               READ ARQ-CLIENTE NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-CNPJ
                   NOT AT END
                      IF CNPJ-CLIENTE NOT = WS-CNPJ-ALFA
                         MOVE 1 TO WS-FIM-CNPJ
                      ELSE
                         IF COD-EMPRESA-CLI = WS-EMPRESA-ATUAL
                            MOVE 1 TO WS-REG
                         END-IF
                      END-IF
               END-READ
           END-PERFORM
           IF NOT REG-OK
              MOVE "CNPJ NAO CADASTRADO" TO WS-MSG
           END-IF
           IF REG-OK
              MOVE "ENCONTRADO - ENTER CONTINUA" TO WS-MSG
              DISPLAY TELA-CADASTRO-CLIENTE
              PERFORM EXIBE-SCORE-CLIENTE
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
                         MOVE "ENCONTRADO - ENTER=PROXIMO ESC=SAIR"
                              TO WS-MSG
                         DISPLAY TELA-CADASTRO-CLIENTE
                         PERFORM EXIBE-SCORE-CLIENTE
                         DISPLAY TELA-ERRO
                         ACCEPT TELA-ERRO
                      END-IF
           END-IF,
           IF ARQ-OK
               MOVE 1 TO FUNCAO
               COMPUTE DADO-BASE-NUM = CPF-VENDEDOR / 100
               COMPUTE DADO-DV-NUM = CPF-VENDEDOR -
                                     (DADO-BASE-NUM * 100)
               PERFORM CHAMA-VALIDA
           END-IF
           IF ARQ-OK
              END-IF
           END-IF.
           EXIT.
       EXECUTA-PESQUISA-VENDEDOR SECTION.
           PERFORM CALCULA-TAMANHO-TERMO
           IF WS-PESQUISA-LEN = 11 AND
              WS-PESQUISA-TERMO(1:11) IS NUMERIC
              PERFORM PESQUISA-VENDEDOR-POR-CPF
           ELSE
              PERFORM PESQUISA-VENDEDOR-POR-TERMO
           END-IF
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
              MOVE "FIM DA PESQUISA" TO WS-MSG
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF
           MOVE SPACES TO WID-ARQ-VENDEDOR.
           EXIT.
       PESQUISA-VENDEDOR-POR-CPF SECTION.
           MOVE WS-PESQUISA-TERMO(1:11) TO WS-CPF-ALFA
           MOVE WS-CPF-ALFA TO CPF-VENDEDOR
           MOVE 1 TO WS-REG
           READ ARQ-VENDEDOR KEY IS CPF-VENDEDOR
               INVALID KEY
                  MOVE "CPF NAO CADASTRADO" TO WS-MSG
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK
              MOVE "ENCONTRADO - ENTER CONTINUA" TO WS-MSG
              DISPLAY TELA-CADASTRO-VENDEDOR
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           UNLOCK ARQ-VENDEDOR.
           EXIT.
       PESQUISA-VENDEDOR-POR-TERMO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-VEN
           MOVE ZEROS TO COD-VENDEDOR
           START ARQ-VENDEDOR KEY IS NOT LESS THAN CHAVE-VENDEDOR
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM
           END-START
           PERFORM UNTIL ARQ-FIM OR COB-CRT-STATUS = COB-SCR-ESC
               READ ARQ-VENDEDOR NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM
                   NOT AT END
                      PERFORM VERIFICA-OCORRENCIA-VENDEDOR
                      IF PESQUISA-ACHOU
                         MOVE "ENCONTRADO - ENTER=PROXIMO ESC=SAIR"
                              TO WS-MSG
                         DISPLAY TELA-CADASTRO-VENDEDOR
                         DISPLAY TELA-ERRO
                         ACCEPT TELA-ERRO
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       INICIALIZA-INCLUSAO-VENDEDOR SECTION.
           MOVE "INCLUSAO" TO WS-CAB-PARTE1.
           MOVE "ESC PARA CANCELAR E ENTER PARA CONFIRMAR" TO WS-MSG.
           DISPLAY TELA.
           MOVE SPACES TO WID-ARQ-VENDEDOR.
           EXIT.
       EXECUTA-TELA-PEDIDO SECTION.
           PERFORM UNTIL VOLTARC
               PERFORM MONTA-TELA-MENU-PEDIDO
               PERFORM VERIFICA-PERMISSAO-CADASTRO
               EVALUATE TRUE
                   WHEN INCLUSAO
                        PERFORM MONTA-TELA-CADASTRO-PEDIDO
                        PERFORM EXECUTA-INCLUSAO-PEDIDO
                   WHEN ALTERACAO
                        PERFORM MONTA-TELA-CADASTRO-PEDIDO
                        PERFORM EXECUTA-ALTERACAO-PEDIDO
                   WHEN EXCLUSAO
                        PERFORM MONTA-TELA-CADASTRO-PEDIDO
                        PERFORM EXECUTA-EXCLUSAO-PEDIDO
                   WHEN IMPORTACAO
                        PERFORM MONTA-TELA-ARQUIVO-IMPORTACAO
                        PERFORM EXECUTA-IMPORTACAO
                   WHEN PESQUISA
                        PERFORM MONTA-TELA-CADASTRO-PEDIDO
                        PERFORM EXECUTA-CONSULTA-PEDIDO
               END-EVALUATE
           END-PERFORM.
           EXIT.
       EXECUTA-INCLUSAO-PEDIDO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PED
               PERFORM CRITICA-DADOS-PEDIDO
               IF ARQ-OK
                   PERFORM VERIFICA-BLOQUEIO-COBRANCA
               END-IF
               IF ARQ-OK
                   IF NOT PED-ABERTO AND NOT PED-FATURADO AND
                      NOT PED-CANCELADO
                      MOVE "A" TO SITUACAO-PEDIDO
                   END-IF
                   MOVE ZEROS TO VALOR-PEDIDO
                   WRITE WID-ARQ-PEDIDO
                      INVALID KEY
                      MOVE "PEDIDO JA CADASTRADO" TO WS-MSG
                      MOVE ZEROS TO WS-ARQ
                   END-WRITE
               END-IF
               IF ARQ-OK
                   MOVE ZEROS TO WS-EST-RESERVA
                   IF PED-ABERTO
                      MOVE 1 TO WS-EST-RESERVA
                   END-IF
                   PERFORM CAPTURA-ITENS-PEDIDO
                   PERFORM TOTALIZA-ITENS-PEDIDO
                   IF WS-QTD-ITENS-PED > ZEROS
                      MOVE WS-TOT-ITENS-PED TO VALOR-PEDIDO
                      REWRITE WID-ARQ-PEDIDO
                         INVALID KEY
                            CONTINUE
                      END-REWRITE
                   END-IF
                   PERFORM VERIFICA-LIMITE-CREDITO
                   IF LIMITE-EXCEDIDO
                      PERFORM CONFIRMA-LIBERACAO-LIMITE
                      IF LIMITE-EXCEDIDO
                         PERFORM ESTORNA-PEDIDO-LIMITE
                         MOVE "LIMITE EXCEDIDO - PEDIDO NAO GRAVADO"
                              TO WS-MSG
                         MOVE ZEROS TO WS-ARQ
                      END-IF
                   END-IF
               END-IF
               IF ARQ-OK
                   MOVE "PEDIDO" TO WS-HIST-TIPO
                   MOVE NUM-PEDIDO TO WS-HIST-COD
                   MOVE "INCLUSAO" TO WS-HIST-OPERACAO
                   MOVE SPACES TO WS-HIST-ANTES
                   STRING "CLIENTE=" COD-CLIENTE-PED
                          " VENDEDOR=" COD-VENDEDOR-PED
                          " VALOR=" VALOR-PEDIDO
                          DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                   PERFORM GRAVA-HISTORICO
                   PERFORM INICIALIZA-INCLUSAO-PEDIDO
               ELSE
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               PERFORM MONTA-TELA-CADASTRO-PEDIDO
           END-PERFORM.
           EXIT.
       CRITICA-DADOS-PEDIDO SECTION.
           MOVE ZEROS TO WS-ARQ
           IF NUM-PEDIDO = ZEROS
              MOVE "INFORME NUMERO DE PEDIDO VALIDO" TO WS-MSG
           ELSE
              IF COD-CLIENTE-PED = ZEROS
                 MOVE "INFORME CODIGO DE CLIENTE VALIDO" TO WS-MSG
              ELSE
                  IF DATA-PEDIDO = ZEROS
                     MOVE "INFORME A DATA DO PEDIDO" TO WS-MSG
                  ELSE
                     PERFORM VERIFICA-COMPETENCIA-PEDIDO
                     IF NOT COMPETENCIA-FECHADA
                        PERFORM VERIFICA-CLIENTE-PEDIDO
                     END-IF
                     IF ARQ-OK AND COD-CONDPAG-PED > ZEROS
                        PERFORM VERIFICA-CONDPAG-PEDIDO
                     END-IF
                  END-IF
              END-IF
           END-IF.
           EXIT.
       VERIFICA-COMPETENCIA-PEDIDO SECTION.
           MOVE ZEROS TO WS-COMP-FECHADA
           MOVE DATA-PEDIDO(1:6) TO COMPETENCIA-CTL
           READ ARQ-COMPETENCIA WITH NO LOCK
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF COMP-FECHADA
                     MOVE 1 TO WS-COMP-FECHADA
                     MOVE "COMPETENCIA FECHADA - MOVIMENTO BLOQUEADO"
                          TO WS-MSG
                  END-IF
           END-READ.
           EXIT.
       VERIFICA-COMPETENCIA-ORIGINAL SECTION.
           MOVE ZEROS TO WS-COMP-FECHADA
           MOVE WS-HS-DATA-PEDIDO(1:6) TO COMPETENCIA-CTL
           READ ARQ-COMPETENCIA WITH NO LOCK
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF COMP-FECHADA
                     MOVE 1 TO WS-COMP-FECHADA
                     MOVE "COMPETENCIA FECHADA - MOVIMENTO BLOQUEADO"
                          TO WS-MSG
                  END-IF
           END-READ.
           EXIT.
       VERIFICA-CLIENTE-PEDIDO SECTION.
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-CLI
           MOVE COD-CLIENTE-PED TO COD-CLIENTE
           MOVE 1 TO WS-REG
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE "CLIENTE NAO CADASTRADO" TO WS-MSG
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK
              IF NOT ATIVO-CLIENTE
                 MOVE "CLIENTE INATIVO" TO WS-MSG
              ELSE
                 PERFORM BUSCA-VENDEDOR-PEDIDO
                 IF COD-VENDEDOR-PED = ZEROS
                    MOVE "CLIENTE SEM VENDEDOR ATRIBUIDO" TO WS-MSG
                 ELSE
                    MOVE 1 TO WS-ARQ
                 END-IF
              END-IF
           END-IF.
           EXIT.
       VERIFICA-CONDPAG-PEDIDO SECTION.
           MOVE ZEROS TO WS-ARQ
           MOVE COD-CONDPAG-PED TO COD-CONDPAG
           READ ARQ-CONDPAG WITH NO LOCK
               INVALID KEY
                  MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA" TO WS-MSG
               NOT INVALID KEY
                  IF ATIVO-CONDPAG
                     MOVE 1 TO WS-ARQ
                  ELSE
                     MOVE "CONDICAO DE PAGAMENTO INATIVA" TO WS-MSG
                  END-IF
           END-READ.
           EXIT.
       BUSCA-VENDEDOR-PEDIDO SECTION.
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-CV
           MOVE COD-CLIENTE-PED TO COD-CLIENTE-CV
           READ ARQ-CLI-VEND WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COD-VENDEDOR-PED
               NOT INVALID KEY
                  MOVE COD-VENDEDOR-CV TO COD-VENDEDOR-PED
           END-READ.
           EXIT.
       VERIFICA-LIMITE-CREDITO SECTION.
           MOVE ZEROS TO WS-LIMITE-EXCEDIDO
           MOVE 1 TO WS-REG
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-CLI
           MOVE COD-CLIENTE-PED TO COD-CLIENTE
           READ ARQ-CLIENTE WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF REG-OK AND LIMITE-CREDITO-CLIENTE > ZEROS
              PERFORM ACUMULA-EXPOSICAO-CLIENTE
              IF WS-EXPOSICAO-CLIENTE > LIMITE-CREDITO-CLIENTE
                 MOVE 1 TO WS-LIMITE-EXCEDIDO
              END-IF
           END-IF
           MOVE 1 TO WS-REG.
           EXIT.
       ACUMULA-EXPOSICAO-CLIENTE SECTION.
           MOVE COD-EMPRESA-PED  TO WS-SNAP-EMPRESA-PED
           MOVE NUM-PEDIDO       TO WS-SNAP-NUM-PEDIDO
           MOVE COD-CLIENTE-PED  TO WS-SNAP-COD-CLI-PED
           MOVE COD-VENDEDOR-PED TO WS-SNAP-COD-VEND-PED
           MOVE DATA-PEDIDO      TO WS-SNAP-DATA-PEDIDO
           MOVE VALOR-PEDIDO     TO WS-SNAP-VALOR-PEDIDO
           MOVE SITUACAO-PEDIDO  TO WS-SNAP-SITUACAO-PED
           MOVE COD-CONDPAG-PED  TO WS-SNAP-CONDPAG-PED
           MOVE ZEROS TO WS-EXPOSICAO-CLIENTE
           ADD WS-SNAP-VALOR-PEDIDO TO WS-EXPOSICAO-CLIENTE
           MOVE ZEROS TO WS-FIM-EXPO
           MOVE WS-EMPRESA-INI TO COD-EMPRESA-PED
           MOVE ZEROS TO NUM-PEDIDO
           START ARQ-PEDIDO KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                  MOVE 1 TO WS-FIM-EXPO
           END-START
           PERFORM UNTIL FIM-EXPO
               READ ARQ-PEDIDO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-EXPO
                   NOT AT END
                      IF PED-ABERTO AND
                         COD-EMPRESA-PED = WS-SNAP-EMPRESA-PED AND
                         COD-CLIENTE-PED = WS-SNAP-COD-CLI-PED AND
                         NUM-PEDIDO NOT = WS-SNAP-NUM-PEDIDO
                         ADD VALOR-PEDIDO TO WS-EXPOSICAO-CLIENTE
                      END-IF
               END-READ
           END-PERFORM
           MOVE WS-SNAP-EMPRESA-PED  TO COD-EMPRESA-PED
           MOVE WS-SNAP-NUM-PEDIDO   TO NUM-PEDIDO
           MOVE WS-SNAP-COD-CLI-PED  TO COD-CLIENTE-PED
           MOVE WS-SNAP-COD-VEND-PED TO COD-VENDEDOR-PED
           MOVE WS-SNAP-DATA-PEDIDO  TO DATA-PEDIDO
           MOVE WS-SNAP-VALOR-PEDIDO TO VALOR-PEDIDO
           MOVE WS-SNAP-SITUACAO-PED TO SITUACAO-PEDIDO
           MOVE WS-SNAP-CONDPAG-PED  TO COD-CONDPAG-PED
           PERFORM ACUMULA-TITULOS-CLIENTE.
           EXIT.
       ACUMULA-TITULOS-CLIENTE SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-TIT
           MOVE ZEROS TO NUM-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN NUM-TITULO
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-TIT
           END-START
           PERFORM UNTIL ARQ-FIM-TIT
               READ ARQ-TITULO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-TIT
                   NOT AT END
                      IF TIT-ABERTO AND
                         COD-EMPRESA-TIT = COD-EMPRESA-PED AND
                         COD-CLIENTE-TIT = COD-CLIENTE-PED
                         ADD SALDO-TIT TO WS-EXPOSICAO-CLIENTE
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       CONFIRMA-LIBERACAO-LIMITE SECTION.
           MOVE SPACES TO WS-OPCAO-LIBERA
           IF WS-NIVEL-ATUAL >= 3
              DISPLAY TELA-LIBERA-LIMITE
              ACCEPT TELA-LIBERA-LIMITE
           END-IF
           IF LIBERA-LIMITE
              MOVE ZEROS TO WS-LIMITE-EXCEDIDO
              MOVE "PEDIDO" TO WS-HIST-TIPO
              MOVE NUM-PEDIDO TO WS-HIST-COD
              MOVE "LIBLIMITE" TO WS-HIST-OPERACAO
              MOVE SPACES TO WS-HIST-ANTES
              STRING "EXPOSICAO=" WS-EXPOSICAO-CLIENTE
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "LIMITE=" LIMITE-CREDITO-CLIENTE
                     " LIBERADO POR SUPERVISOR"
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              PERFORM GRAVA-HISTORICO
           END-IF.
           EXIT.
       ESTORNA-ITENS-SESSAO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE WS-SEQ-SESSAO TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM
               READ ARQ-PEDIDO-ITEM NEXT RECORD
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         IF RESERVA-ESTOQUE
                            MOVE "L" TO WS-EST-TIPO
                            PERFORM MOVIMENTA-ITEM-ESTOQUE
                         END-IF
                         PERFORM REMOVE-DESCONTO-ITEM
                         DELETE ARQ-PEDIDO-ITEM RECORD
                             INVALID KEY
                                CONTINUE
                         END-DELETE
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       ESTORNA-PEDIDO-LIMITE SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE ZEROS TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM
               READ ARQ-PEDIDO-ITEM NEXT RECORD
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         IF RESERVA-ESTOQUE
                            MOVE "L" TO WS-EST-TIPO
                            PERFORM MOVIMENTA-ITEM-ESTOQUE
                         END-IF
                         PERFORM REMOVE-DESCONTO-ITEM
                         DELETE ARQ-PEDIDO-ITEM RECORD
                             INVALID KEY
                                CONTINUE
                         END-DELETE
                      END-IF
               END-READ
           END-PERFORM
           DELETE ARQ-PEDIDO RECORD
               INVALID KEY
                  CONTINUE
           END-DELETE.
           EXIT.
       EXECUTA-ALTERACAO-PEDIDO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-PEDIDO
               IF REG-OK
                   MOVE NUM-PEDIDO      TO WS-HS-NUM-PEDIDO
                   MOVE DATA-PEDIDO     TO WS-HS-DATA-PEDIDO
                   MOVE VALOR-PEDIDO    TO WS-HS-VALOR-PEDIDO
                   MOVE SITUACAO-PEDIDO TO WS-HS-SITUACAO-PEDIDO
                   MOVE COD-VENDEDOR-PED TO WS-HS-VENDEDOR-PEDIDO
                   DISPLAY TELA-CADASTRO-PEDIDO
                   ACCEPT TELA-CADASTRO-PEDIDO
                   PERFORM VERIFICA-COMPETENCIA-ORIGINAL
                   IF COMPETENCIA-FECHADA
                      MOVE ZEROS TO WS-ARQ
                   ELSE
                      PERFORM CRITICA-DADOS-PEDIDO
                   END-IF
                   IF ARQ-OK
      *               PEDIDO QUE ESTAVA EM ABERTO MANTEM A RESERVA
      *               DOS ITENS ATE A GRAVACAO; SE DEIXAR DE ESTAR EM
      *               ABERTO, A RESERVA E LIBERADA DEPOIS DE GRAVADO.
                      MOVE ZEROS TO WS-EST-RESERVA
                      IF WS-HS-SITUACAO-PEDIDO = "A"
                         MOVE 1 TO WS-EST-RESERVA
                      END-IF
                      PERFORM CAPTURA-ITENS-PEDIDO
                      PERFORM TOTALIZA-ITENS-PEDIDO
                      IF WS-QTD-ITENS-PED > ZEROS
                         MOVE WS-TOT-ITENS-PED TO VALOR-PEDIDO
                      END-IF
                      PERFORM VERIFICA-LIMITE-CREDITO
                      IF LIMITE-EXCEDIDO
                         PERFORM CONFIRMA-LIBERACAO-LIMITE
                         IF LIMITE-EXCEDIDO
                            PERFORM ESTORNA-ITENS-SESSAO
                            MOVE "LIMITE EXCEDIDO - ITENS ESTORNADOS"
                                 TO WS-MSG
                            MOVE ZEROS TO WS-ARQ
                         END-IF
                      END-IF
                   END-IF
                   IF ARQ-OK
                      PERFORM REGRAVA-PEDIDO-COM-RETENTATIVA
                      IF REG-OK AND PED-ABERTO AND
                         WS-HS-SITUACAO-PEDIDO NOT = "A"
                         MOVE "R" TO WS-EST-TIPO-PED
                         PERFORM PROCESSA-ESTOQUE-PEDIDO
                      END-IF
                      IF REG-OK AND NOT PED-ABERTO AND
                         WS-HS-SITUACAO-PEDIDO = "A"
                         MOVE "L" TO WS-EST-TIPO-PED
                         PERFORM PROCESSA-ESTOQUE-PEDIDO
                      END-IF
                      IF REG-OK AND
                         COD-VENDEDOR-PED NOT = WS-HS-VENDEDOR-PEDIDO
                         PERFORM TRANSFERE-DESCONTO-PEDIDO
                      END-IF
                      IF REG-OK
                         MOVE "PEDIDO" TO WS-HIST-TIPO
                         MOVE NUM-PEDIDO TO WS-HIST-COD
                         MOVE "ALTERACAO" TO WS-HIST-OPERACAO
                         STRING "VALOR=" WS-HS-VALOR-PEDIDO
                                " SITUACAO=" WS-HS-SITUACAO-PEDIDO
                                DELIMITED BY SIZE INTO WS-HIST-ANTES
                         STRING "VALOR=" VALOR-PEDIDO
                                " SITUACAO=" SITUACAO-PEDIDO
                                DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                         PERFORM GRAVA-HISTORICO
                      END-IF
                   END-IF
                END-IF
               IF NOT ARQ-OK OR NOT REG-OK
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-PEDIDO
               PERFORM MONTA-TELA-CADASTRO-PEDIDO
               MOVE SPACES TO WID-ARQ-PEDIDO
           END-PERFORM.
           EXIT.
       CONSULTA-DADOS-PEDIDO SECTION.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PED
               READ ARQ-PEDIDO
                   INVALID KEY
                   MOVE "PEDIDO NAO LOCALIZADO" TO WS-MSG
                   MOVE ZEROS TO WS-REG
               END-READ
           ELSE
               MOVE 99 TO WS-RESULTADO-ACESSO
           END-IF
           EXIT.
       EXECUTA-EXCLUSAO-PEDIDO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-PEDIDO
               IF REG-OK
                   MOVE DATA-PEDIDO     TO WS-HS-DATA-PEDIDO
                   MOVE SITUACAO-PEDIDO TO WS-HS-SITUACAO-PEDIDO
                   DISPLAY TELA-CADASTRO-PEDIDO
                   ACCEPT TELA-CADASTRO-PEDIDO
                   PERFORM VERIFICA-COMPETENCIA-PEDIDO
                   IF NOT COMPETENCIA-FECHADA
                      PERFORM VERIFICA-COMPETENCIA-ORIGINAL
                   END-IF
                   IF COMPETENCIA-FECHADA
                      MOVE ZEROS TO WS-REG
                   END-IF
                   IF REG-OK
                      MOVE "C" TO SITUACAO-PEDIDO
                      PERFORM REGRAVA-PEDIDO-COM-RETENTATIVA
                   END-IF
                   IF REG-OK AND WS-HS-SITUACAO-PEDIDO = "A"
                      MOVE "L" TO WS-EST-TIPO-PED
                      PERFORM PROCESSA-ESTOQUE-PEDIDO
                   END-IF
                   IF REG-OK
                      MOVE "PEDIDO" TO WS-HIST-TIPO
                      MOVE NUM-PEDIDO TO WS-HIST-COD
                      MOVE "EXCLUSAO" TO WS-HIST-OPERACAO
                      STRING "SITUACAO=" WS-HS-SITUACAO-PEDIDO
                             DELIMITED BY SIZE INTO WS-HIST-ANTES
                      STRING "SITUACAO=" SITUACAO-PEDIDO
                             DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                      PERFORM GRAVA-HISTORICO
                   END-IF
               END-IF
               IF NOT REG-OK
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-PEDIDO
               PERFORM MONTA-TELA-CADASTRO-PEDIDO
               MOVE SPACES TO WID-ARQ-PEDIDO
           END-PERFORM.
           EXIT.
       EXECUTA-CONSULTA-PEDIDO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-PEDIDO
               IF REG-OK
                   MOVE "ENTER PARA CONTINUAR, ESC PARA VOLTAR"
                        TO WS-MSG
                   DISPLAY TELA-CADASTRO-PEDIDO
                   PERFORM EXIBE-ITENS-PEDIDO
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
               ELSE
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-PEDIDO
               PERFORM MONTA-TELA-CADASTRO-PEDIDO
               MOVE SPACES TO WID-ARQ-PEDIDO
           END-PERFORM.
           EXIT.
       REGRAVA-PEDIDO-COM-RETENTATIVA SECTION.
           MOVE ZEROS TO WS-RETRY-CONT
           MOVE ZEROS TO WS-RESULTADO-ACESSO
           PERFORM UNTIL WS-RETRY-CONT >= WS-RETRY-MAX
               REWRITE WID-ARQ-PEDIDO
                  INVALID KEY
                     CONTINUE
               END-REWRITE
               IF WS-RESULTADO-ACESSO = 51
                   ADD 1 TO WS-RETRY-CONT
                   PERFORM AGUARDA-RETENTATIVA
               ELSE
                   MOVE WS-RETRY-MAX TO WS-RETRY-CONT
               END-IF
           END-PERFORM
           IF WS-RESULTADO-ACESSO = ZEROS
               MOVE 1 TO WS-REG
           ELSE
               MOVE ZEROS TO WS-REG
               PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF.
           EXIT.
       INICIALIZA-INCLUSAO-PEDIDO SECTION.
           MOVE "INCLUSAO" TO WS-CAB-PARTE1.
           MOVE "ESC PARA CANCELAR E ENTER PARA CONFIRMAR" TO WS-MSG.
           DISPLAY TELA.
           MOVE SPACES TO WID-ARQ-PEDIDO.
           EXIT.
       CAPTURA-ITENS-PEDIDO SECTION.
           PERFORM BUSCA-PROXIMO-SEQ-ITEM
           MOVE WS-SEQ-ITEM TO WS-SEQ-SESSAO
           MOVE "INFORME OS ITENS - ESC ENCERRA OS ITENS" TO WS-MSG
           DISPLAY TELA-MSG
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
               MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
               MOVE WS-SEQ-ITEM TO SEQ-ITEM-IT
               MOVE ZEROS TO COD-PRODUTO-IT
               MOVE ZEROS TO QTD-ITEM-IT
               MOVE ZEROS TO PRECO-UNIT-IT
               ACCEPT TELA-ITEM-PEDIDO
               IF NOT COB-CRT-STATUS = COB-SCR-ESC
                  MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
                  MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
                  PERFORM CRITICA-DADOS-ITEM
                  IF REG-OK AND PRECO-SUGERIDO
                     PERFORM SUGERE-PRECO-LISTA
                  END-IF
                  IF REG-OK AND DESCONTO-EXCEDIDO
                     PERFORM CONFIRMA-LIBERACAO-DESCONTO
                     IF DESCONTO-EXCEDIDO
                        MOVE "DESCONTO ACIMA DA ALCADA DO VENDEDOR"
                          TO WS-MSG
                        MOVE ZEROS TO WS-REG
                     END-IF
                  END-IF
                  IF REG-OK
                     PERFORM BUSCA-ITEM-ANTERIOR
                     WRITE WID-ARQ-PEDIDO-ITEM
                         INVALID KEY
                            REWRITE WID-ARQ-PEDIDO-ITEM
                     END-WRITE
                     PERFORM ATUALIZA-RESERVA-ITEM
                     PERFORM REGISTRA-DESCONTO-ITEM
                     IF RESERVA-ESTOQUE AND WS-EST-DISPONIVEL < ZEROS
                        PERFORM AVISA-ESTOQUE-INSUFICIENTE
                     END-IF
                     COMPUTE WS-SEQ-ITEM = SEQ-ITEM-IT + 1
                  ELSE
                     DISPLAY TELA-ERRO
                     ACCEPT TELA-ERRO
                     DISPLAY TELA-MSG
                  END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-REG.
           EXIT.
       BUSCA-PROXIMO-SEQ-ITEM SECTION.
           MOVE 1 TO WS-SEQ-ITEM
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE ZEROS TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM
               READ ARQ-PEDIDO-ITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         COMPUTE WS-SEQ-ITEM = SEQ-ITEM-IT + 1
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       CRITICA-DADOS-ITEM SECTION.
           MOVE 1 TO WS-REG
           IF SEQ-ITEM-IT = ZEROS
              MOVE "INFORME A SEQUENCIA DO ITEM" TO WS-MSG
              MOVE ZEROS TO WS-REG
           ELSE
              IF COD-PRODUTO-IT = ZEROS
                 MOVE "INFORME O PRODUTO DO ITEM" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              ELSE
                 IF QTD-ITEM-IT = ZEROS
                    MOVE "INFORME A QUANTIDADE DO ITEM" TO WS-MSG
                    MOVE ZEROS TO WS-REG
                 ELSE
                    MOVE COD-PRODUTO-IT TO COD-PRODUTO
                    READ ARQ-PRODUTO WITH NO LOCK
                        INVALID KEY
                           MOVE "PRODUTO NAO CADASTRADO" TO WS-MSG
                           MOVE ZEROS TO WS-REG
                    END-READ
                    IF REG-OK
                       IF NOT ATIVO-PRODUTO
                          MOVE "PRODUTO INATIVO" TO WS-MSG
                          MOVE ZEROS TO WS-REG
                       ELSE
                          PERFORM BUSCA-PRECO-LISTA
                          MOVE ZEROS TO WS-PRC-SUGERIDO
                          IF PRECO-UNIT-IT = ZEROS
                             MOVE WS-PRC-LISTA TO PRECO-UNIT-IT
                             MOVE 1 TO WS-PRC-SUGERIDO
                          END-IF
                          PERFORM VERIFICA-ALCADA-DESCONTO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
       TOTALIZA-ITENS-PEDIDO SECTION.
           MOVE ZEROS TO WS-TOT-ITENS-PED
           MOVE ZEROS TO WS-QTD-ITENS-PED
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE ZEROS TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM
               READ ARQ-PEDIDO-ITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         ADD 1 TO WS-QTD-ITENS-PED
                         COMPUTE WS-TOT-ITENS-PED = WS-TOT-ITENS-PED
                                 + (QTD-ITEM-IT * PRECO-UNIT-IT)
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       BUSCA-PRECO-LISTA SECTION.
      *    PRECO DE LISTA VIGENTE NA DATA DO PEDIDO: PRIMEIRO A TABELA
      *    DO CLIENTE, DEPOIS A DA REGIAO DO CLIENTE E, NA FALTA DE
      *    AMBAS, O PRECO DO CADASTRO DE PRODUTO.
           MOVE PRECO-PRODUTO TO WS-PRC-LISTA
           MOVE DATA-PEDIDO TO WS-PRC-DATA
           IF WS-PRC-DATA = ZEROS
              ACCEPT WS-PRC-DATA FROM DATE YYYYMMDD
           END-IF
           MOVE "C" TO WS-PRC-TIPO
           MOVE COD-CLIENTE-PED TO WS-PRC-ALVO
           PERFORM PROCURA-TABELA-PRECO
           IF NOT PRC-ACHOU
              MOVE COD-EMPRESA-PED TO COD-EMPRESA-CLI
              MOVE COD-CLIENTE-PED TO COD-CLIENTE
              READ ARQ-CLIENTE WITH NO LOCK
                  INVALID KEY
                     MOVE ZEROS TO WS-REGIAO-ENCONTRADA
                  NOT INVALID KEY
                     MOVE LAT-CLIENTE TO WS-CLASS-LAT
                     MOVE LON-CLIENTE TO WS-CLASS-LON
                     PERFORM CLASSIFICA-REGIAO
              END-READ
              IF WS-REGIAO-ENCONTRADA > ZEROS
                 MOVE "R" TO WS-PRC-TIPO
                 MOVE WS-REGIAO-ENCONTRADA TO WS-PRC-ALVO
                 PERFORM PROCURA-TABELA-PRECO
              END-IF
           END-IF
           IF PRC-ACHOU
              MOVE WS-PRC-ACHADO TO WS-PRC-LISTA
           END-IF.
           EXIT.
       PROCURA-TABELA-PRECO SECTION.
           MOVE ZEROS TO WS-PRC-ACHOU
           MOVE ZEROS TO WS-FIM-TPR
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-TPR
           MOVE WS-PRC-TIPO TO TIPO-TPR
           MOVE WS-PRC-ALVO TO COD-ALVO-TPR
           MOVE COD-PRODUTO-IT TO COD-PRODUTO-TPR
           MOVE ZEROS TO DATA-INICIO-TPR
           START ARQ-TABPRECO KEY IS NOT LESS THAN CHAVE-TPR
               INVALID KEY
                  MOVE 1 TO WS-FIM-TPR
           END-START
           PERFORM UNTIL FIM-TPR
               READ ARQ-TABPRECO NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-TPR
                   NOT AT END
                      IF COD-EMPRESA-TPR NOT = COD-EMPRESA-PED OR
                         TIPO-TPR NOT = WS-PRC-TIPO OR
                         COD-ALVO-TPR NOT = WS-PRC-ALVO OR
                         COD-PRODUTO-TPR NOT = COD-PRODUTO-IT OR
                         DATA-INICIO-TPR > WS-PRC-DATA
                         MOVE 1 TO WS-FIM-TPR
                      ELSE
                         IF DATA-FIM-TPR = ZEROS OR
                            DATA-FIM-TPR >= WS-PRC-DATA
                            MOVE PRECO-TPR TO WS-PRC-ACHADO
                            MOVE 1 TO WS-PRC-ACHOU
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       VERIFICA-ALCADA-DESCONTO SECTION.
      *    VENDEDOR SEM ALCADA CADASTRADA NAO PODE CONCEDER DESCONTO
      *    SOBRE O PRECO DE LISTA SEM LIBERACAO DO SUPERVISOR.
           MOVE ZEROS TO WS-DESC-EXCEDIDO
           MOVE ZEROS TO WS-PRC-PCT-DESC
           MOVE ZEROS TO WS-PRC-PCT-MAX
           MOVE "N" TO WS-PRC-LIBERADO
           IF PRECO-UNIT-IT < WS-PRC-LISTA
              COMPUTE WS-PRC-PCT-DESC ROUNDED =
                      (WS-PRC-LISTA - PRECO-UNIT-IT) * 100
                      / WS-PRC-LISTA
              MOVE COD-EMPRESA-PED TO COD-EMPRESA-ALC
              MOVE COD-VENDEDOR-PED TO COD-VENDEDOR-ALC
              READ ARQ-ALCADA WITH NO LOCK
                  INVALID KEY
                     MOVE ZEROS TO PCT-MAX-DESC-ALC
              END-READ
              MOVE PCT-MAX-DESC-ALC TO WS-PRC-PCT-MAX
              IF WS-PRC-PCT-DESC > WS-PRC-PCT-MAX
                 MOVE 1 TO WS-DESC-EXCEDIDO
              END-IF
           END-IF.
           EXIT.
       SUGERE-PRECO-LISTA SECTION.
           MOVE "PRECO DE LISTA SUGERIDO - ENTER CONFIRMA" TO WS-MSG
           DISPLAY TELA-MSG
           ACCEPT TELA-ITEM-PEDIDO
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE "ITEM NAO GRAVADO" TO WS-MSG
              MOVE ZEROS TO WS-REG
           ELSE
              MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
              MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
              PERFORM CRITICA-DADOS-ITEM
              MOVE "INFORME OS ITENS - ESC ENCERRA OS ITENS" TO WS-MSG
              DISPLAY TELA-MSG
           END-IF.
           EXIT.
       CONFIRMA-LIBERACAO-DESCONTO SECTION.
           MOVE SPACES TO WS-OPCAO-LIBERA
           IF WS-NIVEL-ATUAL >= 3
              DISPLAY TELA-LIBERA-DESCONTO
              ACCEPT TELA-LIBERA-DESCONTO
           END-IF
           IF LIBERA-LIMITE
              MOVE ZEROS TO WS-DESC-EXCEDIDO
              MOVE "S" TO WS-PRC-LIBERADO
              MOVE "PEDIDO" TO WS-HIST-TIPO
              MOVE NUM-PEDIDO TO WS-HIST-COD
              MOVE "LIBDESCON" TO WS-HIST-OPERACAO
              MOVE SPACES TO WS-HIST-ANTES
              STRING "ITEM=" SEQ-ITEM-IT
                     " PRODUTO=" COD-PRODUTO-IT
                     " LISTA=" WS-PRC-LISTA
                     " UNIT=" PRECO-UNIT-IT
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "DESC=" WS-PRC-PCT-DESC
                     " ALCADA=" WS-PRC-PCT-MAX
                     " LIBERADO POR SUPERVISOR"
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              PERFORM GRAVA-HISTORICO
           END-IF.
           EXIT.
       REGISTRA-DESCONTO-ITEM SECTION.
      *    ITENS ABAIXO DO PRECO DE LISTA FICAM REGISTRADOS PARA O
      *    RELATORIO DE DESCONTOS; ITEM REGRAVADO A PRECO CHEIO SAI.
           MOVE COD-EMPRESA-IT TO COD-EMPRESA-DSC
           MOVE COD-VENDEDOR-PED TO COD-VENDEDOR-DSC
           MOVE NUM-PEDIDO-IT TO NUM-PEDIDO-DSC
           MOVE SEQ-ITEM-IT TO SEQ-ITEM-DSC
           IF PRECO-UNIT-IT < WS-PRC-LISTA
              MOVE COD-CLIENTE-PED TO COD-CLIENTE-DSC
              MOVE COD-PRODUTO-IT TO COD-PRODUTO-DSC
              MOVE QTD-ITEM-IT TO QTD-DSC
              MOVE DATA-PEDIDO TO DATA-PEDIDO-DSC
              MOVE WS-PRC-LISTA TO PRECO-LISTA-DSC
              MOVE PRECO-UNIT-IT TO PRECO-UNIT-DSC
              MOVE WS-PRC-PCT-DESC TO PCT-DESC-DSC
              MOVE WS-PRC-PCT-MAX TO PCT-ALCADA-DSC
              MOVE WS-PRC-LIBERADO TO LIBERADO-DSC
              MOVE WS-OPERADOR TO OPERADOR-DSC
              ACCEPT DATA-REGISTRO-DSC FROM DATE YYYYMMDD
              WRITE WID-ARQ-DESCITEM
                  INVALID KEY
                     REWRITE WID-ARQ-DESCITEM
                         INVALID KEY
                            CONTINUE
                     END-REWRITE
              END-WRITE
           ELSE
              PERFORM REMOVE-DESCONTO-ITEM
           END-IF.
           EXIT.
       REMOVE-DESCONTO-ITEM SECTION.
           MOVE COD-EMPRESA-IT TO COD-EMPRESA-DSC
           MOVE COD-VENDEDOR-PED TO COD-VENDEDOR-DSC
           MOVE NUM-PEDIDO-IT TO NUM-PEDIDO-DSC
           MOVE SEQ-ITEM-IT TO SEQ-ITEM-DSC
           DELETE ARQ-DESCITEM RECORD
               INVALID KEY
                  CONTINUE
           END-DELETE.
           EXIT.
      *    PEDIDO QUE MUDOU DE VENDEDOR: OS DESCONTOS REGISTRADOS NO
      *    VENDEDOR ANTERIOR SAEM DELE. OS ITENS REGRAVADOS NA ALTERACAO
      *    JA ESTAO NO NOVO VENDEDOR; OS DEMAIS PASSAM PARA ELE SE O
      *    ITEM CONTINUA NO PEDIDO COM O MESMO PRODUTO, QUANTIDADE E
      *    PRECO.
       TRANSFERE-DESCONTO-PEDIDO SECTION.
           MOVE COD-VENDEDOR-PED TO WS-DSC-VEND-NOVO
           MOVE ZEROS TO WS-FIM-DSC
           PERFORM UNTIL FIM-DSC
               MOVE COD-EMPRESA-PED TO COD-EMPRESA-DSC
               MOVE WS-HS-VENDEDOR-PEDIDO TO COD-VENDEDOR-DSC
               MOVE NUM-PEDIDO TO NUM-PEDIDO-DSC
               MOVE ZEROS TO SEQ-ITEM-DSC
               START ARQ-DESCITEM KEY IS NOT LESS THAN CHAVE-DSC
                   INVALID KEY
                      MOVE 1 TO WS-FIM-DSC
               END-START
               IF NOT FIM-DSC
                  READ ARQ-DESCITEM NEXT RECORD
                      AT END
                         MOVE 1 TO WS-FIM-DSC
                  END-READ
               END-IF
               IF NOT FIM-DSC
                  IF COD-EMPRESA-DSC NOT = COD-EMPRESA-PED OR
                     COD-VENDEDOR-DSC NOT = WS-HS-VENDEDOR-PEDIDO OR
                     NUM-PEDIDO-DSC NOT = NUM-PEDIDO
                     MOVE 1 TO WS-FIM-DSC
                  ELSE
                     PERFORM MOVE-DESCONTO-VENDEDOR
                  END-IF
               END-IF
           END-PERFORM.
           EXIT.
       MOVE-DESCONTO-VENDEDOR SECTION.
           MOVE WID-ARQ-DESCITEM TO WS-DSC-REG-ANT
           DELETE ARQ-DESCITEM RECORD
               INVALID KEY
                  MOVE 1 TO WS-FIM-DSC
           END-DELETE
           MOVE COD-EMPRESA-DSC TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO-DSC TO NUM-PEDIDO-IT
           MOVE SEQ-ITEM-DSC TO SEQ-ITEM-IT
           READ ARQ-PEDIDO-ITEM WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO COD-PRODUTO-IT
           END-READ
           MOVE WS-DSC-REG-ANT TO WID-ARQ-DESCITEM
           IF COD-PRODUTO-IT = COD-PRODUTO-DSC AND
              QTD-ITEM-IT = QTD-DSC AND
              PRECO-UNIT-IT = PRECO-UNIT-DSC
              MOVE WS-DSC-VEND-NOVO TO COD-VENDEDOR-DSC
              WRITE WID-ARQ-DESCITEM
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           EXIT.
       BUSCA-ITEM-ANTERIOR SECTION.
      *    GUARDA PRODUTO E QUANTIDADE DO ITEM QUE SERA SUBSTITUIDO,
      *    PARA QUE A RESERVA ANTERIOR SEJA LIBERADA.
           MOVE WID-ARQ-PEDIDO-ITEM TO WS-EST-ITEM-NOVO
           MOVE ZEROS TO WS-EST-PROD-ANT
           MOVE ZEROS TO WS-EST-QTD-ANT
           READ ARQ-PEDIDO-ITEM WITH NO LOCK
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE COD-PRODUTO-IT TO WS-EST-PROD-ANT
                  MOVE QTD-ITEM-IT TO WS-EST-QTD-ANT
           END-READ
           MOVE WS-EST-ITEM-NOVO TO WID-ARQ-PEDIDO-ITEM.
           EXIT.
       ATUALIZA-RESERVA-ITEM SECTION.
           MOVE ZEROS TO WS-EST-DISPONIVEL
           IF RESERVA-ESTOQUE
              IF WS-EST-QTD-ANT > ZEROS
                 MOVE WS-EST-PROD-ANT TO WS-EST-PRODUTO
                 MOVE WS-EST-QTD-ANT TO WS-EST-QTD
                 MOVE "L" TO WS-EST-TIPO
                 MOVE COD-EMPRESA-IT TO WS-EST-EMPRESA
                 MOVE NUM-PEDIDO-IT TO WS-EST-PEDIDO
                 MOVE SEQ-ITEM-IT TO WS-EST-SEQ-ITEM
                 MOVE SPACES TO WS-EST-DOCUMENTO
                 PERFORM MOVIMENTA-ESTOQUE
              END-IF
              MOVE "R" TO WS-EST-TIPO
              PERFORM MOVIMENTA-ITEM-ESTOQUE
           END-IF.
           EXIT.
       AVISA-ESTOQUE-INSUFICIENTE SECTION.
           COMPUTE WS-EST-DISP-ED = WS-EST-DISPONIVEL + QTD-ITEM-IT
           MOVE SPACES TO WS-MSG
           STRING "ESTOQUE INSUFICIENTE - DISPONIVEL:" WS-EST-DISP-ED
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           MOVE "INFORME OS ITENS - ESC ENCERRA OS ITENS" TO WS-MSG
           DISPLAY TELA-MSG.
           EXIT.
       PROCESSA-ESTOQUE-PEDIDO SECTION.
      *    APLICA O MOVIMENTO WS-EST-TIPO-PED A TODOS OS ITENS DO
      *    PEDIDO: R=RESERVA, L=LIBERACAO, S=SAIDA NO FATURAMENTO.
           MOVE ZEROS TO WS-FIM-EST
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
           MOVE ZEROS TO SEQ-ITEM-IT
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN CHAVE-ITEM
               INVALID KEY
                  MOVE 1 TO WS-FIM-EST
           END-START
           PERFORM UNTIL FIM-EST
               READ ARQ-PEDIDO-ITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-FIM-EST
                   NOT AT END
                      IF COD-EMPRESA-IT NOT = COD-EMPRESA-PED OR
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-FIM-EST
                      ELSE
                         MOVE WS-EST-TIPO-PED TO WS-EST-TIPO
                         PERFORM MOVIMENTA-ITEM-ESTOQUE
                         ADD 1 TO WS-EST-ITENS
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       MOVIMENTA-ITEM-ESTOQUE SECTION.
           MOVE COD-PRODUTO-IT TO WS-EST-PRODUTO
           MOVE QTD-ITEM-IT TO WS-EST-QTD
           MOVE COD-EMPRESA-IT TO WS-EST-EMPRESA
           MOVE NUM-PEDIDO-IT TO WS-EST-PEDIDO
           MOVE SEQ-ITEM-IT TO WS-EST-SEQ-ITEM
           MOVE SPACES TO WS-EST-DOCUMENTO
           PERFORM MOVIMENTA-ESTOQUE.
           EXIT.
       MOVIMENTA-ESTOQUE SECTION.
      *    ATUALIZA O SALDO DO PRODUTO E GRAVA O MOVIMENTO. LIBERACAO
      *    E SAIDA NAO DEIXAM A RESERVA NEGATIVA, POIS PEDIDOS ANTIGOS
      *    FORAM GRAVADOS SEM RESERVA.
           MOVE 1 TO WS-EST-EXISTE
           MOVE WS-EST-PRODUTO TO COD-PRODUTO-EST
           READ ARQ-ESTOQUE
               INVALID KEY
                  MOVE ZEROS TO WS-EST-EXISTE
           END-READ
           IF NOT EST-EXISTE
              MOVE SPACES TO WID-ARQ-ESTOQUE
              MOVE WS-EST-PRODUTO TO COD-PRODUTO-EST
              MOVE ZEROS TO QTD-ESTOQUE-EST
              MOVE ZEROS TO QTD-RESERVADA-EST
              MOVE ZEROS TO QTD-MINIMA-EST
              MOVE ZEROS TO ULT-SEQ-MOV-EST
              MOVE ZEROS TO DATA-ULT-MOV-EST
           END-IF
           EVALUATE WS-EST-TIPO
               WHEN "E"
               WHEN "A"
               WHEN "D"
                    ADD WS-EST-QTD TO QTD-ESTOQUE-EST
               WHEN "R"
                    ADD WS-EST-QTD TO QTD-RESERVADA-EST
               WHEN "L"
                    IF WS-EST-QTD > QTD-RESERVADA-EST
                       MOVE QTD-RESERVADA-EST TO WS-EST-QTD
                    END-IF
                    SUBTRACT WS-EST-QTD FROM QTD-RESERVADA-EST
               WHEN "S"
                    SUBTRACT WS-EST-QTD FROM QTD-ESTOQUE-EST
                    IF WS-EST-QTD > QTD-RESERVADA-EST
                       MOVE ZEROS TO QTD-RESERVADA-EST
                    ELSE
                       SUBTRACT WS-EST-QTD FROM QTD-RESERVADA-EST
                    END-IF
           END-EVALUATE
           IF WS-EST-QTD NOT = ZEROS
              ADD 1 TO ULT-SEQ-MOV-EST
              ACCEPT DATA-ULT-MOV-EST FROM DATE YYYYMMDD
              IF EST-EXISTE
                 REWRITE WID-ARQ-ESTOQUE
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
              ELSE
                 WRITE WID-ARQ-ESTOQUE
                     INVALID KEY
                        CONTINUE
                 END-WRITE
              END-IF
              MOVE SPACES TO WID-ARQ-MOVESTQ
              MOVE COD-PRODUTO-EST TO COD-PRODUTO-MVE
              MOVE ULT-SEQ-MOV-EST TO SEQ-MVE
              MOVE WS-EST-TIPO TO TIPO-MVE
              MOVE WS-EST-QTD TO QTD-MVE
              MOVE WS-EST-EMPRESA TO COD-EMPRESA-MVE
              MOVE WS-EST-PEDIDO TO NUM-PEDIDO-MVE
              MOVE WS-EST-SEQ-ITEM TO SEQ-ITEM-MVE
              MOVE WS-EST-DOCUMENTO TO DOCUMENTO-MVE
              MOVE QTD-ESTOQUE-EST TO ESTOQUE-APOS-MVE
              MOVE QTD-RESERVADA-EST TO RESERVADO-APOS-MVE
              MOVE DATA-ULT-MOV-EST TO DATA-MVE
              ACCEPT HORA-MVE FROM TIME
              MOVE WS-OPERADOR TO OPERADOR-MVE
              WRITE WID-ARQ-MOVESTQ
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF
           COMPUTE WS-EST-DISPONIVEL =
                   QTD-ESTOQUE-EST - QTD-RESERVADA-EST
           UNLOCK ARQ-ESTOQUE.
           EXIT.
       EXIBE-ITENS-PEDIDO SECTION.
           MOVE ZEROS TO WS-ARQ-FIM-ITEM
           MOVE COD-EMPRESA-PED TO COD-EMPRESA-IT
           MOVE NUM-PEDIDO TO NUM-PEDIDO-IT
                  MOVE 1 TO WS-ARQ-FIM-ITEM
           END-START
           PERFORM UNTIL ARQ-FIM-ITEM
               READ ARQ-PEDIDO-ITEM NEXT RECORD WITH NO LOCK
                   AT END
                      MOVE 1 TO WS-ARQ-FIM-ITEM
                   NOT AT END
                         NUM-PEDIDO-IT NOT = NUM-PEDIDO
                         MOVE 1 TO WS-ARQ-FIM-ITEM
                      ELSE
                         MOVE "ENTER=PROXIMO ITEM" TO WS-MSG
                         DISPLAY TELA-CONSULTA-ITEM
                         DISPLAY TELA-ERRO
                         ACCEPT TELA-ERRO
                         IF COB-CRT-STATUS = COB-SCR-ESC
                            MOVE 1 TO WS-ARQ-FIM-ITEM
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
           EXIT.
       EXECUTA-TELA-TABPRECO SECTION.
           PERFORM UNTIL VOLTARC
               PERFORM MONTA-TELA-MENU-TABPRECO
               PERFORM VERIFICA-PERMISSAO-CADASTRO
               EVALUATE TRUE
                   WHEN INCLUSAO
                        PERFORM MONTA-TELA-CADASTRO-TABPRECO
                        PERFORM EXECUTA-INCLUSAO-TABPRECO
                   WHEN ALTERACAO
                        PERFORM MONTA-TELA-CADASTRO-TABPRECO
                        PERFORM EXECUTA-ALTERACAO-TABPRECO
                   WHEN EXCLUSAO
                        PERFORM MONTA-TELA-CADASTRO-TABPRECO
                        PERFORM EXECUTA-EXCLUSAO-TABPRECO
                   WHEN IMPORTACAO
                        PERFORM AVISA-SEM-IMPORTACAO
                   WHEN PESQUISA
                        PERFORM MONTA-TELA-CADASTRO-TABPRECO
                        PERFORM EXECUTA-CONSULTA-TABPRECO
               END-EVALUATE
           END-PERFORM.
           EXIT.
       EXECUTA-INCLUSAO-TABPRECO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               PERFORM CRITICA-DADOS-TABPRECO
               IF ARQ-OK
                   WRITE WID-ARQ-TABPRECO
                      INVALID KEY
                      MOVE "PRECO JA CADASTRADO PARA ESTA VIGENCIA"
                        TO WS-MSG
                      MOVE ZEROS TO WS-ARQ
                   END-WRITE
               END-IF
               IF ARQ-OK
                   MOVE "TABPRECO" TO WS-HIST-TIPO
                   MOVE COD-PRODUTO-TPR TO WS-HIST-COD
                   MOVE "INCLUSAO" TO WS-HIST-OPERACAO
                   MOVE SPACES TO WS-HIST-ANTES
                   MOVE SPACES TO WS-HIST-DEPOIS
                   STRING "TIPO=" TIPO-TPR " ALVO=" COD-ALVO-TPR
                          " INI=" DATA-INICIO-TPR
                          " FIM=" DATA-FIM-TPR
                          " PRECO=" PRECO-TPR
                          DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                   PERFORM GRAVA-HISTORICO
                   PERFORM INICIALIZA-INCLUSAO-TABPRECO
               ELSE
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               PERFORM MONTA-TELA-CADASTRO-TABPRECO
           END-PERFORM.
           EXIT.
       CRITICA-DADOS-TABPRECO SECTION.
           MOVE ZEROS TO WS-ARQ
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-TPR
           IF TIPO-TPR = "r"
              MOVE "R" TO TIPO-TPR
           END-IF
           IF TIPO-TPR = "c"
              MOVE "C" TO TIPO-TPR
           END-IF
           IF NOT TPR-REGIAO AND NOT TPR-CLIENTE
              MOVE "TIPO DEVE SER R (REGIAO) OU C (CLIENTE)" TO WS-MSG
           ELSE
              MOVE 1 TO WS-ARQ
              IF TPR-REGIAO
                 IF COD-ALVO-TPR > 999
                    MOVE ZEROS TO WS-ARQ
                 ELSE
                    MOVE COD-ALVO-TPR TO COD-REGIAO
                    READ ARQ-REGIAO WITH NO LOCK
                        INVALID KEY
                           MOVE ZEROS TO WS-ARQ
                    END-READ
                 END-IF
                 IF NOT ARQ-OK
                    MOVE "REGIAO NAO CADASTRADA" TO WS-MSG
                 END-IF
              ELSE
                 MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-CLI
                 MOVE COD-ALVO-TPR TO COD-CLIENTE
                 READ ARQ-CLIENTE WITH NO LOCK
                     INVALID KEY
                        MOVE "CLIENTE NAO CADASTRADO" TO WS-MSG
                        MOVE ZEROS TO WS-ARQ
                 END-READ
              END-IF
           END-IF
           IF ARQ-OK
              MOVE COD-PRODUTO-TPR TO COD-PRODUTO
              READ ARQ-PRODUTO WITH NO LOCK
                  INVALID KEY
                     MOVE "PRODUTO NAO CADASTRADO" TO WS-MSG
                     MOVE ZEROS TO WS-ARQ
              END-READ
           END-IF
           IF ARQ-OK
              IF FUNCTION TEST-DATE-YYYYMMDD(DATA-INICIO-TPR)
                 NOT = ZEROS
                 MOVE "DATA DE INICIO INVALIDA" TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
              END-IF
           END-IF
           IF ARQ-OK AND DATA-FIM-TPR NOT = ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(DATA-FIM-TPR)
                 NOT = ZEROS OR DATA-FIM-TPR < DATA-INICIO-TPR
                 MOVE "DATA FINAL INVALIDA" TO WS-MSG
                 MOVE ZEROS TO WS-ARQ
              END-IF
           END-IF
           IF ARQ-OK AND PRECO-TPR = ZEROS
              MOVE "INFORME O PRECO DE LISTA" TO WS-MSG
              MOVE ZEROS TO WS-ARQ
           END-IF.
           EXIT.
       EXECUTA-ALTERACAO-TABPRECO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-TABPRECO
               IF REG-OK
                   MOVE SPACES TO WS-HIST-ANTES
                   STRING "FIM=" DATA-FIM-TPR " PRECO=" PRECO-TPR
                          DELIMITED BY SIZE INTO WS-HIST-ANTES
                   DISPLAY TELA-CADASTRO-TABPRECO
                   ACCEPT TELA-CADASTRO-TABPRECO
                   PERFORM CRITICA-DADOS-TABPRECO
                   IF ARQ-OK
                      PERFORM REGRAVA-TABPRECO-COM-RETENTATIVA
                      IF REG-OK
                         MOVE "TABPRECO" TO WS-HIST-TIPO
                         MOVE COD-PRODUTO-TPR TO WS-HIST-COD
                         MOVE "ALTERACAO" TO WS-HIST-OPERACAO
                         MOVE SPACES TO WS-HIST-DEPOIS
                         STRING "FIM=" DATA-FIM-TPR
                                " PRECO=" PRECO-TPR
                                " TIPO=" TIPO-TPR " ALVO=" COD-ALVO-TPR
                                DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                         PERFORM GRAVA-HISTORICO
                      END-IF
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-TABPRECO
               PERFORM MONTA-TELA-CADASTRO-TABPRECO
           END-PERFORM.
           EXIT.
       CONSULTA-DADOS-TABPRECO SECTION.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-TPR
               IF TIPO-TPR = "r"
                  MOVE "R" TO TIPO-TPR
               END-IF
               IF TIPO-TPR = "c"
                  MOVE "C" TO TIPO-TPR
               END-IF
               READ ARQ-TABPRECO
                   INVALID KEY
                   MOVE "PRECO NAO LOCALIZADO NA TABELA" TO WS-MSG
                   MOVE ZEROS TO WS-REG
               END-READ
           ELSE
               MOVE 99 TO WS-RESULTADO-ACESSO
           END-IF
           EXIT.
       EXECUTA-EXCLUSAO-TABPRECO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-TABPRECO
               IF REG-OK
                   MOVE "ENTER PARA EXCLUIR, ESC PARA VOLTAR" TO WS-MSG
                   DISPLAY TELA-CADASTRO-TABPRECO
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   IF COB-CRT-STATUS NOT = COB-SCR-ESC
                      DELETE ARQ-TABPRECO RECORD
                          INVALID KEY
                             MOVE "PRECO NAO LOCALIZADO NA TABELA"
                               TO WS-MSG
                             MOVE ZEROS TO WS-REG
                      END-DELETE
                      IF REG-OK
                         MOVE "TABPRECO" TO WS-HIST-TIPO
                         MOVE COD-PRODUTO-TPR TO WS-HIST-COD
                         MOVE "EXCLUSAO" TO WS-HIST-OPERACAO
                         MOVE SPACES TO WS-HIST-ANTES
                         STRING "TIPO=" TIPO-TPR " ALVO=" COD-ALVO-TPR
                                " INI=" DATA-INICIO-TPR
                                " PRECO=" PRECO-TPR
                                DELIMITED BY SIZE INTO WS-HIST-ANTES
                         MOVE SPACES TO WS-HIST-DEPOIS
                         PERFORM GRAVA-HISTORICO
                      END-IF
                   END-IF
               END-IF
               IF NOT REG-OK
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-TABPRECO
               PERFORM MONTA-TELA-CADASTRO-TABPRECO
           END-PERFORM.
           EXIT.
       EXECUTA-CONSULTA-TABPRECO SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-TABPRECO
               IF REG-OK
                   MOVE "ENTER PARA CONTINUAR, ESC PARA VOLTAR"
                        TO WS-MSG
                   DISPLAY TELA-CADASTRO-TABPRECO
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
               ELSE
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-TABPRECO
               PERFORM MONTA-TELA-CADASTRO-TABPRECO
           END-PERFORM.
           EXIT.
       REGRAVA-TABPRECO-COM-RETENTATIVA SECTION.
           MOVE ZEROS TO WS-RETRY-CONT
           MOVE ZEROS TO WS-RESULTADO-ACESSO
           PERFORM UNTIL WS-RETRY-CONT >= WS-RETRY-MAX
               REWRITE WID-ARQ-TABPRECO
                  INVALID KEY
                     CONTINUE
               END-REWRITE
               PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF.
           EXIT.
       INICIALIZA-INCLUSAO-TABPRECO SECTION.
           MOVE "INCLUSAO" TO WS-CAB-PARTE1.
           MOVE "ESC PARA CANCELAR E ENTER PARA CONFIRMAR" TO WS-MSG.
           DISPLAY TELA.
           MOVE SPACES TO WID-ARQ-TABPRECO.
           EXIT.
       EXECUTA-TELA-ALCADA SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-VEN
               MOVE WS-ALC-VENDEDOR TO COD-VENDEDOR
               READ ARQ-VENDEDOR WITH NO LOCK
                   INVALID KEY
                      MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSG
                      MOVE ZEROS TO WS-REG
               END-READ
               IF REG-OK
                  MOVE 1 TO WS-ARQ
                  MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-ALC
                  MOVE WS-ALC-VENDEDOR TO COD-VENDEDOR-ALC
                  READ ARQ-ALCADA
                      INVALID KEY
                         MOVE ZEROS TO WS-ARQ
                  END-READ
                  IF NOT ARQ-OK
                     MOVE SPACES TO WID-ARQ-ALCADA
                     MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-ALC
                     MOVE WS-ALC-VENDEDOR TO COD-VENDEDOR-ALC
                     MOVE ZEROS TO PCT-MAX-DESC-ALC
                  END-IF
                  MOVE PCT-MAX-DESC-ALC TO WS-ALC-PCT-ANT
                  MOVE "ENTER PARA GRAVAR - ESC PARA VOLTAR" TO WS-MSG
                  DISPLAY TELA-MSG
                  DISPLAY TELA-ALCADA
                  ACCEPT TELA-ALCADA
                  IF COB-CRT-STATUS NOT = COB-SCR-ESC
                     ACCEPT DATA-ALT-ALC FROM DATE YYYYMMDD
                     IF ARQ-OK
                        REWRITE WID-ARQ-ALCADA
                            INVALID KEY
                               CONTINUE
                        END-REWRITE
                        MOVE "ALTERACAO" TO WS-HIST-OPERACAO
                     ELSE
                        WRITE WID-ARQ-ALCADA
                            INVALID KEY
                               CONTINUE
                        END-WRITE
                        MOVE "INCLUSAO" TO WS-HIST-OPERACAO
                     END-IF
                     IF WS-RESULTADO-ACESSO = ZEROS
                        MOVE "ALCADA" TO WS-HIST-TIPO
                        MOVE WS-ALC-VENDEDOR TO WS-HIST-COD
                        MOVE SPACES TO WS-HIST-ANTES
                        STRING "DESCONTO MAXIMO=" WS-ALC-PCT-ANT
                               DELIMITED BY SIZE INTO WS-HIST-ANTES
                        MOVE SPACES TO WS-HIST-DEPOIS
                        STRING "DESCONTO MAXIMO=" PCT-MAX-DESC-ALC
                               DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                        PERFORM GRAVA-HISTORICO
                        MOVE "ALCADA DE DESCONTO GRAVADA" TO WS-MSG
                     ELSE
                        PERFORM TRADUZ-RESULTADO-ACESSO
                     END-IF
                     DISPLAY TELA-ERRO
                     ACCEPT TELA-ERRO
                     DISPLAY TELA-MSG
                  END-IF
                  UNLOCK ARQ-ALCADA
               END-IF
               IF NOT REG-OK
                  DISPLAY TELA-ERRO
                  ACCEPT TELA-ERRO
                  DISPLAY TELA-MSG
               END-IF
               PERFORM MONTA-TELA-ALCADA
           END-PERFORM.
           EXIT.
       EXECUTA-TELA-ESTOQUE SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               READ ARQ-PRODUTO WITH NO LOCK
                   INVALID KEY
                      MOVE "PRODUTO NAO CADASTRADO" TO WS-MSG
                      MOVE ZEROS TO WS-REG
               END-READ
               IF REG-OK
                  PERFORM LE-SALDO-ESTOQUE
                  MOVE QTD-ESTOQUE-EST TO WS-EST-SALDO-ANT
                  MOVE QTD-MINIMA-EST TO WS-EST-MINIMO-ANT
                  MOVE SPACES TO WS-EST-TIPO-TELA
                  MOVE ZEROS TO WS-EST-QTD-TELA
                  MOVE SPACES TO WS-EST-DOCUMENTO
                  MOVE "ENTER PARA GRAVAR - ESC PARA VOLTAR" TO WS-MSG
                  DISPLAY TELA-MSG
                  DISPLAY TELA-ESTOQUE
                  ACCEPT TELA-ESTOQUE
                  IF COB-CRT-STATUS NOT = COB-SCR-ESC
                     PERFORM CRITICA-DADOS-ESTOQUE
                  END-IF
                  IF REG-OK AND COB-CRT-STATUS NOT = COB-SCR-ESC
                     PERFORM EFETIVA-MOVIMENTO-ESTOQUE
                  END-IF
               END-IF
               IF NOT REG-OK
                  DISPLAY TELA-ERRO
                  ACCEPT TELA-ERRO
                  DISPLAY TELA-MSG
               END-IF
               PERFORM MONTA-TELA-ESTOQUE
           END-PERFORM.
           EXIT.
       LE-SALDO-ESTOQUE SECTION.
           MOVE 1 TO WS-EST-EXISTE
           MOVE COD-PRODUTO TO COD-PRODUTO-EST
           READ ARQ-ESTOQUE WITH NO LOCK
               INVALID KEY
                  MOVE ZEROS TO WS-EST-EXISTE
           END-READ
           IF NOT EST-EXISTE
              MOVE SPACES TO WID-ARQ-ESTOQUE
              MOVE COD-PRODUTO TO COD-PRODUTO-EST
              MOVE ZEROS TO QTD-ESTOQUE-EST
              MOVE ZEROS TO QTD-RESERVADA-EST
              MOVE ZEROS TO QTD-MINIMA-EST
              MOVE ZEROS TO ULT-SEQ-MOV-EST
              MOVE ZEROS TO DATA-ULT-MOV-EST
           END-IF
           COMPUTE WS-EST-DISPONIVEL =
                   QTD-ESTOQUE-EST - QTD-RESERVADA-EST.
           EXIT.
       CRITICA-DADOS-ESTOQUE SECTION.
           MOVE 1 TO WS-REG
           IF WS-EST-TIPO-TELA = SPACES
              IF WS-EST-QTD-TELA NOT = ZEROS
                 MOVE "INFORME O TIPO DO MOVIMENTO (E OU A)" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              ELSE
                 IF QTD-MINIMA-EST = WS-EST-MINIMO-ANT
                    MOVE "NENHUMA ALTERACAO INFORMADA" TO WS-MSG
                    MOVE ZEROS TO WS-REG
                 END-IF
              END-IF
           ELSE
              IF NOT EST-TELA-ENTRADA AND NOT EST-TELA-AJUSTE
                 MOVE "MOVIMENTO DEVE SER E OU A" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              ELSE
                 IF EST-TELA-ENTRADA AND WS-EST-QTD-TELA = ZEROS
                    MOVE "INFORME A QUANTIDADE RECEBIDA" TO WS-MSG
                    MOVE ZEROS TO WS-REG
                 END-IF
                 IF EST-TELA-AJUSTE AND
                    WS-EST-QTD-TELA = WS-EST-SALDO-ANT AND
                    QTD-MINIMA-EST = WS-EST-MINIMO-ANT
                    MOVE "CONTAGEM IGUAL AO SALDO ATUAL" TO WS-MSG
                    MOVE ZEROS TO WS-REG
                 END-IF
              END-IF
           END-IF.
           EXIT.
       EFETIVA-MOVIMENTO-ESTOQUE SECTION.
      *    ESTOQUE MINIMO E GRAVADO DIRETO NO SALDO; ENTRADA E AJUSTE
      *    DE INVENTARIO GERAM MOVIMENTO. NO AJUSTE A QUANTIDADE
      *    INFORMADA E A CONTAGEM FISICA.
           IF QTD-MINIMA-EST NOT = WS-EST-MINIMO-ANT
              MOVE QTD-MINIMA-EST TO WS-EST-MINIMO-NOVO
              PERFORM LE-SALDO-ESTOQUE
              MOVE WS-EST-MINIMO-NOVO TO QTD-MINIMA-EST
              IF EST-EXISTE
                 REWRITE WID-ARQ-ESTOQUE
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
              ELSE
                 WRITE WID-ARQ-ESTOQUE
                     INVALID KEY
                        CONTINUE
                 END-WRITE
              END-IF
              UNLOCK ARQ-ESTOQUE
              MOVE "ESTOQUE" TO WS-HIST-TIPO
              MOVE COD-PRODUTO TO WS-HIST-COD
              MOVE "MINIMO" TO WS-HIST-OPERACAO
              MOVE SPACES TO WS-HIST-ANTES
              STRING "MINIMO=" WS-EST-MINIMO-ANT
                     DELIMITED BY SIZE INTO WS-HIST-ANTES
              MOVE SPACES TO WS-HIST-DEPOIS
              STRING "MINIMO=" QTD-MINIMA-EST
                     DELIMITED BY SIZE INTO WS-HIST-DEPOIS
              PERFORM GRAVA-HISTORICO
           END-IF
           IF WS-EST-TIPO-TELA NOT = SPACES
              MOVE COD-PRODUTO TO WS-EST-PRODUTO
              MOVE ZEROS TO WS-EST-EMPRESA
              MOVE ZEROS TO WS-EST-PEDIDO
              MOVE ZEROS TO WS-EST-SEQ-ITEM
              IF EST-TELA-ENTRADA
                 MOVE "E" TO WS-EST-TIPO
                 MOVE WS-EST-QTD-TELA TO WS-EST-QTD
                 MOVE "ENTRADA" TO WS-HIST-OPERACAO
              ELSE
                 MOVE "A" TO WS-EST-TIPO
                 COMPUTE WS-EST-QTD = WS-EST-QTD-TELA - WS-EST-SALDO-ANT
                 MOVE "AJUSTE" TO WS-HIST-OPERACAO
              END-IF
              PERFORM MOVIMENTA-ESTOQUE
              IF WS-EST-QTD NOT = ZEROS
                 MOVE "ESTOQUE" TO WS-HIST-TIPO
                 MOVE COD-PRODUTO TO WS-HIST-COD
                 MOVE WS-EST-SALDO-ANT TO WS-EST-SALDO-ED
                 MOVE SPACES TO WS-HIST-ANTES
                 STRING "SALDO=" WS-EST-SALDO-ED
                        DELIMITED BY SIZE INTO WS-HIST-ANTES
                 MOVE QTD-ESTOQUE-EST TO WS-EST-SALDO-ED
                 MOVE SPACES TO WS-HIST-DEPOIS
                 STRING "SALDO=" WS-EST-SALDO-ED
                        " DOC=" WS-EST-DOCUMENTO
                        DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                 PERFORM GRAVA-HISTORICO
              END-IF
           END-IF
           MOVE "MOVIMENTO DE ESTOQUE GRAVADO" TO WS-MSG
           DISPLAY TELA-ERRO
           ACCEPT TELA-ERRO
           DISPLAY TELA-MSG.
           EXIT.
       EXECUTA-TELA-PARAMETRO SECTION.
           MOVE SPACES TO WID-ARQ-PARAMETRO
           MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
           MOVE 1 TO WS-REG
           READ ARQ-PARAMETRO
               INVALID KEY
                  MOVE ZEROS TO WS-REG
           END-READ
           IF NOT REG-OK
              MOVE SPACES TO WID-ARQ-PARAMETRO
              MOVE WS-EMPRESA-ATUAL TO COD-EMPRESA-PAR
              MOVE ZEROS TO PCT-MULTA-PAR
              MOVE ZEROS TO PCT-JUROS-MES-PAR
              MOVE ZEROS TO DIAS-CARENCIA-PAR
           END-IF
           IF NUM-REMESSA-PAR NOT NUMERIC
              MOVE ZEROS TO NUM-REMESSA-PAR
           END-IF
           IF ULT-TITULO-REM-PAR NOT NUMERIC
              MOVE ZEROS TO ULT-TITULO-REM-PAR
           END-IF
           IF ULT-DEVOLUCAO-PAR NOT NUMERIC
              MOVE ZEROS TO ULT-DEVOLUCAO-PAR
           END-IF
           PERFORM AJUSTA-REGUA-COBRANCA
           MOVE DIAS-LEMBRETE-PAR TO WS-COB-DIAS-LEMB
           MOVE DIAS-NOTIFICA-PAR TO WS-COB-DIAS-NOTIF
           MOVE DIAS-BLOQUEIO-PAR TO WS-COB-DIAS-BLOQ
           MOVE SPACES TO WS-PAR-HS
           STRING "MULTA=" PCT-MULTA-PAR
                  " JUROS=" PCT-JUROS-MES-PAR
                  " CARENCIA=" DIAS-CARENCIA-PAR
                  " REGUA=" DIAS-LEMBRETE-PAR "/" DIAS-NOTIFICA-PAR
                  "/" DIAS-BLOQUEIO-PAR
                  DELIMITED BY SIZE INTO WS-PAR-HS
           MOVE "PARAMETROS FINANCEIROS" TO WS-CAB-PARTE1
           MOVE "ENTER PARA GRAVAR - ESC PARA VOLTAR" TO WS-MSG
           DISPLAY TELA
           ACCEPT TELA-PARAMETRO
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              IF DIAS-LEMBRETE-PAR = ZEROS OR
                 DIAS-NOTIFICA-PAR NOT > DIAS-LEMBRETE-PAR OR
                 DIAS-BLOQUEIO-PAR NOT > DIAS-NOTIFICA-PAR
                 MOVE WS-COB-DIAS-LEMB TO DIAS-LEMBRETE-PAR
                 MOVE WS-COB-DIAS-NOTIF TO DIAS-NOTIFICA-PAR
                 MOVE WS-COB-DIAS-BLOQ TO DIAS-BLOQUEIO-PAR
                 MOVE "REGUA DE COBRANCA: DIAS DEVEM SER CRESCENTES"
                   TO WS-MSG
                 DISPLAY TELA-ERRO
                 ACCEPT TELA-ERRO
                 DISPLAY TELA-MSG
              END-IF
              IF REG-OK
                 REWRITE WID-ARQ-PARAMETRO
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 MOVE "ALTERACAO" TO WS-HIST-OPERACAO
              ELSE
                 WRITE WID-ARQ-PARAMETRO
                     INVALID KEY
                        CONTINUE
                 END-WRITE
                 MOVE "INCLUSAO" TO WS-HIST-OPERACAO
              END-IF
              IF WS-RESULTADO-ACESSO = ZEROS
                 MOVE "PARAMETRO" TO WS-HIST-TIPO
                 MOVE COD-EMPRESA-PAR TO WS-HIST-COD
                 MOVE WS-PAR-HS TO WS-HIST-ANTES
                 MOVE SPACES TO WS-PAR-HS
                 STRING "MULTA=" PCT-MULTA-PAR
                        " JUROS=" PCT-JUROS-MES-PAR
                        " CARENCIA=" DIAS-CARENCIA-PAR
                        " REGUA=" DIAS-LEMBRETE-PAR
                        "/" DIAS-NOTIFICA-PAR
                        "/" DIAS-BLOQUEIO-PAR
                        DELIMITED BY SIZE INTO WS-PAR-HS
                 MOVE WS-PAR-HS TO WS-HIST-DEPOIS
                 PERFORM GRAVA-HISTORICO
                 MOVE "PARAMETROS GRAVADOS" TO WS-MSG
              ELSE
                 PERFORM TRADUZ-RESULTADO-ACESSO
              END-IF
              DISPLAY TELA-ERRO
              ACCEPT TELA-ERRO
              DISPLAY TELA-MSG
           END-IF
           UNLOCK ARQ-PARAMETRO.
           EXIT.
       EXECUTA-TELA-PRODUTO SECTION.
           PERFORM UNTIL VOLTARC
           DISPLAY TELA.
           MOVE SPACES TO WID-ARQ-PRODUTO.
           EXIT.
       EXECUTA-TELA-CONDPAG SECTION.
           PERFORM UNTIL VOLTARC
               PERFORM MONTA-TELA-MENU-CONDPAG
               PERFORM VERIFICA-PERMISSAO-CADASTRO
               EVALUATE TRUE
                   WHEN INCLUSAO
                        PERFORM MONTA-TELA-CADASTRO-CONDPAG
                        PERFORM EXECUTA-INCLUSAO-CONDPAG
                   WHEN ALTERACAO
                        PERFORM MONTA-TELA-CADASTRO-CONDPAG
                        PERFORM EXECUTA-ALTERACAO-CONDPAG
                   WHEN EXCLUSAO
                        PERFORM MONTA-TELA-CADASTRO-CONDPAG
                        PERFORM EXECUTA-EXCLUSAO-CONDPAG
                   WHEN IMPORTACAO
                        PERFORM AVISA-SEM-IMPORTACAO
                   WHEN PESQUISA
                        PERFORM MONTA-TELA-CADASTRO-CONDPAG
                        PERFORM EXECUTA-CONSULTA-CONDPAG
               END-EVALUATE
           END-PERFORM.
           EXIT.
       EXECUTA-INCLUSAO-CONDPAG SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               PERFORM CRITICA-DADOS-CONDPAG
               IF ARQ-OK
                   MOVE "A" TO SITUACAO-CONDPAG
                   WRITE WID-ARQ-CONDPAG
                      INVALID KEY
                      MOVE "CONDICAO JA CADASTRADA" TO WS-MSG
                      MOVE ZEROS TO WS-ARQ
                   END-WRITE
               END-IF
               IF ARQ-OK
                   MOVE "CONDPAG" TO WS-HIST-TIPO
                   MOVE COD-CONDPAG TO WS-HIST-COD
                   MOVE "INCLUSAO" TO WS-HIST-OPERACAO
                   MOVE SPACES TO WS-HIST-ANTES
                   STRING "DESC=" DESC-CONDPAG
                          " PARCELAS=" QTD-PARCELAS-CP
                          DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                   PERFORM GRAVA-HISTORICO
                   PERFORM INICIALIZA-INCLUSAO-CONDPAG
               ELSE
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               PERFORM MONTA-TELA-CADASTRO-CONDPAG
           END-PERFORM.
           EXIT.
       CRITICA-DADOS-CONDPAG SECTION.
           MOVE ZEROS TO WS-ARQ
           IF COD-CONDPAG = ZEROS
              MOVE "INFORME CODIGO VALIDO" TO WS-MSG
           ELSE
              IF DESC-CONDPAG = SPACES
                 MOVE "INFORME A DESCRICAO DA CONDICAO" TO WS-MSG
              ELSE
                  IF QTD-PARCELAS-CP = ZEROS OR QTD-PARCELAS-CP > 6
                     MOVE "QUANTIDADE DE PARCELAS DEVE SER DE 1 A 6"
                          TO WS-MSG
                  ELSE
                     PERFORM CRITICA-PARCELAS-CONDPAG
                  END-IF
              END-IF
           END-IF.
           EXIT.
       CRITICA-PARCELAS-CONDPAG SECTION.
           MOVE 1 TO WS-ARQ
           MOVE ZEROS TO WS-PARC-SOMA-PCT
           MOVE ZEROS TO WS-PARC-DIAS-ANT
           PERFORM VARYING WS-PARC-IND FROM 1 BY 1
                   UNTIL WS-PARC-IND > 6
              IF WS-PARC-IND > QTD-PARCELAS-CP
                 MOVE ZEROS TO DIAS-PARCELA-CP(WS-PARC-IND)
                 MOVE ZEROS TO PCT-PARCELA-CP(WS-PARC-IND)
              ELSE
                 IF ARQ-OK AND PCT-PARCELA-CP(WS-PARC-IND) = ZEROS
                    MOVE "INFORME O PERCENTUAL DE CADA PARCELA"
                         TO WS-MSG
                    MOVE ZEROS TO WS-ARQ
                 END-IF
                 IF ARQ-OK AND WS-PARC-IND > 1 AND
                    DIAS-PARCELA-CP(WS-PARC-IND) <= WS-PARC-DIAS-ANT
                    MOVE "DIAS DAS PARCELAS DEVEM SER CRESCENTES"
                         TO WS-MSG
                    MOVE ZEROS TO WS-ARQ
                 END-IF
                 MOVE DIAS-PARCELA-CP(WS-PARC-IND) TO WS-PARC-DIAS-ANT
                 ADD PCT-PARCELA-CP(WS-PARC-IND) TO WS-PARC-SOMA-PCT
              END-IF
           END-PERFORM
           IF ARQ-OK AND WS-PARC-SOMA-PCT NOT = 100
              MOVE "SOMA DOS PERCENTUAIS DEVE SER 100" TO WS-MSG
              MOVE ZEROS TO WS-ARQ
           END-IF.
           EXIT.
       EXECUTA-ALTERACAO-CONDPAG SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-CONDPAG
               IF REG-OK
                   DISPLAY TELA-CADASTRO-CONDPAG
                   ACCEPT TELA-CADASTRO-CONDPAG
                   PERFORM CRITICA-DADOS-CONDPAG
                   IF ARQ-OK
                      PERFORM REGRAVA-CONDPAG-COM-RETENTATIVA
                      IF REG-OK
                         MOVE "CONDPAG" TO WS-HIST-TIPO
                         MOVE COD-CONDPAG TO WS-HIST-COD
                         MOVE "ALTERACAO" TO WS-HIST-OPERACAO
                         MOVE SPACES TO WS-HIST-ANTES
                         STRING "DESC=" DESC-CONDPAG
                                " PARCELAS=" QTD-PARCELAS-CP
                                DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                         PERFORM GRAVA-HISTORICO
                      END-IF
                   END-IF
                END-IF
               IF NOT ARQ-OK OR NOT REG-OK
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-CONDPAG
               PERFORM MONTA-TELA-CADASTRO-CONDPAG
               MOVE SPACES TO WID-ARQ-CONDPAG
           END-PERFORM.
           EXIT.
       CONSULTA-DADOS-CONDPAG SECTION.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ ARQ-CONDPAG
                   INVALID KEY
                   MOVE "CONDICAO NAO LOCALIZADA" TO WS-MSG
                   MOVE ZEROS TO WS-REG
               END-READ
           ELSE
               MOVE 99 TO WS-RESULTADO-ACESSO
           END-IF
           EXIT.
       EXECUTA-EXCLUSAO-CONDPAG SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-CONDPAG
               IF REG-OK
                   DISPLAY TELA-CADASTRO-CONDPAG
                   ACCEPT TELA-CADASTRO-CONDPAG
                   MOVE "I" TO SITUACAO-CONDPAG
                   PERFORM REGRAVA-CONDPAG-COM-RETENTATIVA
                   IF REG-OK
                      MOVE "CONDPAG" TO WS-HIST-TIPO
                      MOVE COD-CONDPAG TO WS-HIST-COD
                      MOVE "EXCLUSAO" TO WS-HIST-OPERACAO
                      MOVE SPACES TO WS-HIST-ANTES
                      STRING "SITUACAO=" SITUACAO-CONDPAG
                             DELIMITED BY SIZE INTO WS-HIST-DEPOIS
                      PERFORM GRAVA-HISTORICO
                   END-IF
               END-IF
               IF NOT REG-OK
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-CONDPAG
               PERFORM MONTA-TELA-CADASTRO-CONDPAG
               MOVE SPACES TO WID-ARQ-CONDPAG
           END-PERFORM.
           EXIT.
       EXECUTA-CONSULTA-CONDPAG SECTION.
           PERFORM UNTIL COB-CRT-STATUS = COB-SCR-ESC
               MOVE 1 TO WS-REG
               PERFORM CONSULTA-DADOS-CONDPAG
               IF REG-OK
                   MOVE "ENTER PARA CONTINUAR, ESC PARA VOLTAR"
                        TO WS-MSG
                   DISPLAY TELA-CADASTRO-CONDPAG
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
               ELSE
                   DISPLAY TELA-ERRO
                   ACCEPT TELA-ERRO
                   DISPLAY TELA-MSG
               END-IF
               UNLOCK ARQ-CONDPAG
               PERFORM MONTA-TELA-CADASTRO-CONDPAG
               MOVE SPACES TO WID-ARQ-CONDPAG
           END-PERFORM.
           EXIT.
       REGRAVA-CONDPAG-COM-RETENTATIVA SECTION.
           MOVE ZEROS TO WS-RETRY-CONT
           MOVE ZEROS TO WS-RESULTADO-ACESSO
           PERFORM UNTIL WS-RETRY-CONT >= WS-RETRY-MAX
               REWRITE WID-ARQ-CONDPAG
                  INVALID KEY
                     CONTINUE
               END-REWRITE
               IF WS-RESULTADO-ACESSO = 51
                   ADD 1 TO WS-RETRY-CONT
                   PERFORM AGUARDA-RETENTATIVA
               ELSE
                   MOVE WS-RETRY-MAX TO WS-RETRY-CONT
               END-IF
           END-PERFORM
           IF WS-RESULTADO-ACESSO = ZEROS
               MOVE 1 TO WS-REG
           ELSE
               MOVE ZEROS TO WS-REG
               PERFORM TRADUZ-RESULTADO-ACESSO
           END-IF.
           EXIT.
       INICIALIZA-INCLUSAO-CONDPAG SECTION.
           MOVE "INCLUSAO" TO WS-CAB-PARTE1.
           MOVE "ESC PARA CANCELAR E ENTER PARA CONFIRMAR" TO WS-MSG.
           DISPLAY TELA.
           MOVE SPACES TO WID-ARQ-CONDPAG.
           EXIT.
       EXECUTA-TELA-META SECTION.
           PERFORM UNTIL VOLTARC
               PERFORM MONTA-TELA-MENU-META
           EXIT.
       CRITICA-DADOS-CEP SECTION.
           MOVE ZEROS TO WS-ARQ
           MOVE CNPJ-CEP TO WS-CNPJ-ALFA
           PERFORM NORMALIZA-CNPJ
           MOVE WS-CNPJ-ALFA TO CNPJ-CEP
           IF CNPJ-CEP = SPACES OR CNPJ-CEP = ZEROS
              MOVE "INFORME CNPJ VALIDO" TO WS-MSG
           ELSE
              IF LAT-CEP = ZEROS
           EXIT.
       CONSULTA-DADOS-CEP SECTION.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               MOVE CNPJ-CEP TO WS-CNPJ-ALFA
               PERFORM NORMALIZA-CNPJ
               MOVE WS-CNPJ-ALFA TO CNPJ-CEP
               READ ARQ-CEP
                   INVALID KEY
                   MOVE "CNPJ NAO LOCALIZADO NA TABELA CEP" TO WS-MSG
           EXIT.
       TRATA-REGISTRO-CEP SECTION.
           MOVE ZEROS TO WS-ARQ
           MOVE CNPJ-CARGA-CEP TO CNPJ-CEP
           MOVE LAT-CARGA-CEP  TO LAT-CEP
           MOVE LON-CARGA-CEP  TO LON-CEP
           PERFORM CRITICA-DADOS-CEP
           IF ARQ-OK
              WRITE WID-ARQ-CEP
                 INVALID KEY
           MOVE DATA-PEDIDO-IMP TO DATA-PEDIDO
           MOVE VALOR-PEDIDO-IMP TO VALOR-PEDIDO
           MOVE SITUACAO-PEDIDO-IMP TO SITUACAO-PEDIDO
           IF COD-CONDPAG-PED-IMP NUMERIC
              MOVE COD-CONDPAG-PED-IMP TO COD-CONDPAG-PED
           ELSE
              MOVE ZEROS TO COD-CONDPAG-PED
           END-IF
           IF NOT PED-ABERTO AND NOT PED-FATURADO AND
              NOT PED-CANCELADO
              MOVE "A" TO SITUACAO-PEDIDO
           END-IF
           PERFORM CRITICA-DADOS-PEDIDO
           IF ARQ-OK AND PED-ABERTO AND NOT MODO-ATUALIZAR
              PERFORM VERIFICA-BLOQUEIO-COBRANCA
           END-IF
           MOVE ZEROS TO WS-IMP-ATUALIZADO
           IF ARQ-OK
              EVALUATE TRUE
              MOVE QTD-ITEM-ITM    TO QTD-ITEM-IT
              MOVE PRECO-UNIT-ITM  TO PRECO-UNIT-IT
              PERFORM CRITICA-DADOS-ITEM
              MOVE "N" TO WS-PRC-LIBERADO
              IF REG-OK AND DESCONTO-EXCEDIDO
                 MOVE "DESCONTO ACIMA DA ALCADA DO VENDEDOR" TO WS-MSG
                 MOVE ZEROS TO WS-REG
              END-IF
           END-IF
           MOVE ZEROS TO WS-IMP-ATUALIZADO
           IF REG-OK
              MOVE ZEROS TO WS-EST-RESERVA
              IF PED-ABERTO
                 MOVE 1 TO WS-EST-RESERVA
              END-IF
              PERFORM BUSCA-ITEM-ANTERIOR
              EVALUATE TRUE
                  WHEN MODO-ATUALIZAR
                       MOVE 1 TO WS-IMP-ATUALIZADO
              END-EVALUATE
           END-IF
           IF REG-OK
              PERFORM ATUALIZA-RESERVA-ITEM
              PERFORM REGISTRA-DESCONTO-ITEM
              PERFORM TOTALIZA-ITENS-PEDIDO
              MOVE WS-TOT-ITENS-PED TO VALOR-PEDIDO
              REWRITE WID-ARQ-PEDIDO
           PERFORM INICIALIZA-TELA
           ACCEPT TELA-CADASTRO-PRODUTO.
           EXIT.
       MONTA-TELA-MENU-CONDPAG SECTION.
           MOVE "MENU CONDICAO PAGTO" TO WS-CAB-PARTE1
           PERFORM INICIALIZA-TELA
           ACCEPT TELA-MENU-CADASTRO.
           EXIT.
       MONTA-TELA-CADASTRO-CONDPAG SECTION.
           MOVE "MENU CADASTRO CONDPAG" TO WS-CAB-PARTE1
           PERFORM INICIALIZA-TELA
           ACCEPT TELA-CADASTRO-CONDPAG.
           EXIT.
       MONTA-TELA-EXTRACAO SECTION.
           MOVE "T" TO WS-EXT-TIPO
           MOVE "T" TO WS-EXT-SITUACAO
           PERFORM INICIALIZA-TELA
           ACCEPT TELA-CADASTRO-VISITA.
           EXIT.
       MONTA-TELA-RISCO SECTION.
           MOVE 60 TO WS-RSC-DIAS
           MOVE 50 TO WS-RSC-PCT
           MOVE "MENU EXECUCAO" TO WS-CAB-PARTE1
           MOVE "INFORME DIAS SEM PEDIDO E QUEDA MINIMA" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-RISCO.
           EXIT.
       MONTA-TELA-PACOTE-CAMPO SECTION.
           MOVE ZEROS TO WS-SNC-VENDEDOR
           MOVE SPACES TO WS-SNC-BASE
           MOVE "MENU EXECUCAO" TO WS-CAB-PARTE1
           MOVE "INFORME O VENDEDOR E O NOME BASE DOS PACOTES" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-PACOTE-CAMPO.
           EXIT.
       MONTA-TELA-RETORNO-CAMPO SECTION.
           MOVE SPACES TO NOMEARQ-PAC
           MOVE "MENU EXECUCAO" TO WS-CAB-PARTE1
           MOVE "INFORME O ARQUIVO DEVOLVIDO PELO VENDEDOR" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-RETORNO-CAMPO.
           EXIT.
       MONTA-TELA-LGPD SECTION.
           MOVE SPACES TO WS-LGPD-DOC
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1
           MOVE "INFORME O CPF OU CNPJ DO TITULAR DOS DADOS" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-LGPD.
           EXIT.
       MONTA-TELA-LGPD-ANONIMIZA SECTION.
           MOVE SPACES TO WS-LGPD-DOC
           MOVE SPACES TO WS-LGPD-BASE
           MOVE "N" TO WS-LGPD-CONFIRMA
           MOVE "MENU EXECUCAO" TO WS-CAB-PARTE1
           MOVE "INFORME TITULAR, BASE LEGAL E CONFIRME" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-LGPD-ANONIMIZA.
           EXIT.
       MONTA-TELA-CONSOLIDADO SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           MOVE 30 TO WS-DIAS-COBERTURA
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1
           MOVE "INFORME COMPETENCIA E DIAS SEM VISITA" TO WS-MSG
           DISPLAY TELA.
           ACCEPT TELA-CONSOLIDADO.
           EXIT.
       MONTA-TELA-DIAS-COBERTURA SECTION.
           MOVE 30 TO WS-DIAS-COBERTURA
           MOVE "MENU RELATORIO" TO WS-CAB-PARTE1

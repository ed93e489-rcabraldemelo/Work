      ******************************************************************
      * Author: RICARDO CABRAL DE MELO
      * Date:15.10.2026
      * Purpose:CONVERSAO DOS ARQUIVOS pedido E titulo PARA O LAYOUT
      *         COM CONDICAO DE PAGAMENTO NO PEDIDO E NUMERO DA
      *         PARCELA NO TITULO. PEDIDOS EXISTENTES FICAM SEM
      *         CONDICAO (TITULO UNICO) E TITULOS EXISTENTES PASSAM
      *         A SER A PARCELA 01 DE 01, COM SALDO IGUAL AO VALOR
      *         QUANDO EM ABERTO E ZERO QUANDO LIQUIDADOS.
      *         GERA <nome>.nvo - APOS CONFERIR OS TOTAIS, SUBSTITUIR
      *         OS ARQUIVOS ORIGINAIS PELOS NOVOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO-ANT ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-PEDIDO-ANT
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-PEDIDO-NVO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-PEDIDO-NVO
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-TITULO-ANT ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS NUM-TITULO-ANT
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-TITULO-NVO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS NUM-TITULO-NVO
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-EXECUCAO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-EXEC
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDO-ANT VALUE OF FILE-ID IS "pedido".
       01 WID-ARQ-PEDIDO-ANT.
           05 CHAVE-PEDIDO-ANT.
              10 COD-EMPRESA-PED-ANT   PIC 9(003).
              10 NUM-PEDIDO-ANT        PIC 9(007).
           05 COD-CLIENTE-PED-ANT      PIC 9(007).
           05 COD-VENDEDOR-PED-ANT     PIC 9(003).
           05 DATA-PEDIDO-ANT          PIC 9(008).
           05 VALOR-PEDIDO-ANT         PIC 9(009)V9(002).
           05 SITUACAO-PEDIDO-ANT      PIC X(01).
       FD ARQ-PEDIDO-NVO VALUE OF FILE-ID IS "pedido.nvo".
       01 WID-ARQ-PEDIDO-NVO.
           05 CHAVE-PEDIDO-NVO.
              10 COD-EMPRESA-PED-NVO   PIC 9(003).
              10 NUM-PEDIDO-NVO        PIC 9(007).
           05 COD-CLIENTE-PED-NVO      PIC 9(007).
           05 COD-VENDEDOR-PED-NVO     PIC 9(003).
           05 DATA-PEDIDO-NVO          PIC 9(008).
           05 VALOR-PEDIDO-NVO         PIC 9(009)V9(002).
           05 SITUACAO-PEDIDO-NVO      PIC X(01).
           05 COD-CONDPAG-PED-NVO      PIC 9(003).
       FD ARQ-TITULO-ANT VALUE OF FILE-ID IS "titulo".
       01 WID-ARQ-TITULO-ANT.
           05 NUM-TITULO-ANT           PIC 9(007).
           05 COD-EMPRESA-TIT-ANT      PIC 9(003).
           05 NUM-PEDIDO-TIT-ANT       PIC 9(007).
           05 COD-CLIENTE-TIT-ANT      PIC 9(007).
           05 COD-VENDEDOR-TIT-ANT     PIC 9(003).
           05 VALOR-TIT-ANT            PIC 9(009)V9(002).
           05 DATA-EMISSAO-TIT-ANT     PIC 9(008).
           05 DATA-VENCIMENTO-TIT-ANT  PIC 9(008).
           05 DATA-PAGAMENTO-TIT-ANT   PIC 9(008).
           05 VALOR-PAGO-TIT-ANT       PIC 9(009)V9(002).
           05 SITUACAO-TIT-ANT         PIC X(01).
       FD ARQ-TITULO-NVO VALUE OF FILE-ID IS "titulo.nvo".
       01 WID-ARQ-TITULO-NVO.
           05 NUM-TITULO-NVO           PIC 9(007).
           05 COD-EMPRESA-TIT-NVO      PIC 9(003).
           05 NUM-PEDIDO-TIT-NVO       PIC 9(007).
           05 COD-CLIENTE-TIT-NVO      PIC 9(007).
           05 COD-VENDEDOR-TIT-NVO     PIC 9(003).
           05 VALOR-TIT-NVO            PIC 9(009)V9(002).
           05 DATA-EMISSAO-TIT-NVO     PIC 9(008).
           05 DATA-VENCIMENTO-TIT-NVO  PIC 9(008).
           05 DATA-PAGAMENTO-TIT-NVO   PIC 9(008).
           05 VALOR-PAGO-TIT-NVO       PIC 9(009)V9(002).
           05 SITUACAO-TIT-NVO         PIC X(01).
           05 PARCELA-TIT-NVO          PIC 9(002).
           05 QTD-PARCELAS-TIT-NVO     PIC 9(002).
           05 SALDO-TIT-NVO            PIC 9(009)V9(002).
           05 VALOR-JUROS-TIT-NVO      PIC 9(009)V9(002).
           05 VALOR-MULTA-TIT-NVO      PIC 9(009)V9(002).
           05 VALOR-DESCONTO-TIT-NVO   PIC 9(009)V9(002).
       FD ARQ-EXECUCAO VALUE OF FILE-ID IS "execucao".
       01 WID-ARQ-EXECUCAO.
           05 CHAVE-EXEC.
              10 EXEC-DATA             PIC 9(008).
              10 EXEC-HORA             PIC 9(008).
              10 EXEC-SEQ              PIC 9(003).
           05 EXEC-ROTINA              PIC X(012).
           05 EXEC-OPERADOR            PIC X(020).
           05 EXEC-DATA-FIM            PIC 9(008).
           05 EXEC-HORA-FIM            PIC 9(008).
           05 EXEC-CONT1               PIC 9(005).
           05 EXEC-CONT2               PIC 9(005).
           05 EXEC-CONT3               PIC 9(005).
           05 EXEC-RESULTADO           PIC X(001).
       WORKING-STORAGE SECTION.
       01 WS-RESULTADO-ACESSO          PIC 9(02).
       01 WS-ARQ-FIM                   PIC 9(01).
           88 ARQ-FIM     VALUE IS 1.
       77 WS-CONT-LIDOS                PIC 9(05).
       77 WS-CONT-GRAVADOS             PIC 9(05).
       77 WS-CONT-REJEITADOS           PIC 9(05).
       77 WS-TOT-LIDOS                 PIC 9(05).
       77 WS-TOT-GRAVADOS              PIC 9(05).
       77 WS-TOT-REJEITADOS            PIC 9(05).
       77 WS-OPERADOR                  PIC X(020).
       77 WS-EXEC-GRAVADO              PIC 9(001).
           88 EXEC-GRAVADO             VALUE 1.
       77 WS-OK-PEDIDO                 PIC 9(001).
           88 OK-PEDIDO                VALUE 1.
       77 WS-OK-TITULO                 PIC 9(001).
           88 OK-TITULO                VALUE 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DOS ARQUIVOS FINANCEIROS"
           PERFORM REGISTRA-INICIO-EXECUCAO
           MOVE ZEROS TO WS-TOT-LIDOS
           MOVE ZEROS TO WS-TOT-GRAVADOS
           MOVE ZEROS TO WS-TOT-REJEITADOS
           MOVE ZEROS TO WS-OK-PEDIDO
           MOVE ZEROS TO WS-OK-TITULO
           PERFORM CONVERTE-PEDIDO
           PERFORM CONVERTE-TITULO
           PERFORM REGISTRA-FIM-EXECUCAO
           DISPLAY "CONFERIDOS OS TOTAIS, SUBSTITUA OS ARQUIVOS"
           DISPLAY "CONVERTIDOS COM SUCESSO:"
           IF OK-PEDIDO
              DISPLAY "  pedido.nvo       -> pedido"
           END-IF
           IF OK-TITULO
              DISPLAY "  titulo.nvo       -> titulo"
           END-IF
           IF NOT OK-PEDIDO OR NOT OK-TITULO
              DISPLAY "CONVERSOES COM FALHA NAO DEVEM SER"
              DISPLAY "SUBSTITUIDAS - VER MENSAGENS ACIMA"
           END-IF
           STOP RUN.
       REGISTRA-INICIO-EXECUCAO SECTION.
           OPEN I-O ARQ-EXECUCAO
           IF WS-RESULTADO-ACESSO = 35
               OPEN OUTPUT ARQ-EXECUCAO
               CLOSE ARQ-EXECUCAO
               OPEN I-O ARQ-EXECUCAO
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
              MOVE "DESCONHECIDO" TO WS-OPERADOR
           END-IF
           ACCEPT EXEC-DATA FROM DATE YYYYMMDD
           ACCEPT EXEC-HORA FROM TIME
           MOVE ZEROS TO EXEC-SEQ
           MOVE "CONVFIN" TO EXEC-ROTINA
           MOVE WS-OPERADOR TO EXEC-OPERADOR
           MOVE ZEROS TO EXEC-DATA-FIM
           MOVE ZEROS TO EXEC-HORA-FIM
           MOVE ZEROS TO EXEC-CONT1
           MOVE ZEROS TO EXEC-CONT2
           MOVE ZEROS TO EXEC-CONT3
           MOVE "A" TO EXEC-RESULTADO
           MOVE ZEROS TO WS-EXEC-GRAVADO
           PERFORM UNTIL EXEC-GRAVADO OR EXEC-SEQ > 998
               MOVE 1 TO WS-EXEC-GRAVADO
               WRITE WID-ARQ-EXECUCAO
                   INVALID KEY
                      MOVE ZEROS TO WS-EXEC-GRAVADO
                      ADD 1 TO EXEC-SEQ
               END-WRITE
           END-PERFORM.
           EXIT.
       REGISTRA-FIM-EXECUCAO SECTION.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT EXEC-HORA-FIM FROM TIME
           MOVE WS-TOT-LIDOS      TO EXEC-CONT1
           MOVE WS-TOT-GRAVADOS   TO EXEC-CONT2
           MOVE WS-TOT-REJEITADOS TO EXEC-CONT3
           IF OK-PEDIDO AND OK-TITULO
              MOVE "O" TO EXEC-RESULTADO
           ELSE
              MOVE "F" TO EXEC-RESULTADO
           END-IF
           REWRITE WID-ARQ-EXECUCAO
               INVALID KEY
                  CONTINUE
           END-REWRITE
           CLOSE ARQ-EXECUCAO.
           EXIT.
       CONVERTE-PEDIDO SECTION.
           MOVE ZEROS TO WS-CONT-LIDOS
           MOVE ZEROS TO WS-CONT-GRAVADOS
           MOVE ZEROS TO WS-CONT-REJEITADOS
           OPEN INPUT ARQ-PEDIDO-ANT
           IF WS-RESULTADO-ACESSO = 35
              DISPLAY "ARQUIVO pedido INEXISTENTE - NADA A CONVERTER"
              MOVE 1 TO WS-OK-PEDIDO
           ELSE
              IF WS-RESULTADO-ACESSO NOT = ZEROS
                 DISPLAY "ARQUIVO pedido COM ERRO - STATUS "
                         WS-RESULTADO-ACESSO
              ELSE
                 OPEN OUTPUT ARQ-PEDIDO-NVO
                 MOVE ZEROS TO WS-ARQ-FIM
                 MOVE ZEROS TO CHAVE-PEDIDO-ANT
                 START ARQ-PEDIDO-ANT KEY IS NOT LESS THAN
                       CHAVE-PEDIDO-ANT
                     INVALID KEY
                        MOVE 1 TO WS-ARQ-FIM
                 END-START
                 PERFORM UNTIL ARQ-FIM
                     READ ARQ-PEDIDO-ANT NEXT RECORD WITH NO LOCK
                         AT END
                            MOVE 1 TO WS-ARQ-FIM
                         NOT AT END
                            ADD 1 TO WS-CONT-LIDOS
                            PERFORM GRAVA-PEDIDO-NVO
                     END-READ
                 END-PERFORM
                 CLOSE ARQ-PEDIDO-NVO
                 CLOSE ARQ-PEDIDO-ANT
                 MOVE 1 TO WS-OK-PEDIDO
              END-IF
           END-IF
           ADD WS-CONT-LIDOS      TO WS-TOT-LIDOS
           ADD WS-CONT-GRAVADOS   TO WS-TOT-GRAVADOS
           ADD WS-CONT-REJEITADOS TO WS-TOT-REJEITADOS
           DISPLAY "PEDIDO  : LIDOS " WS-CONT-LIDOS
                   " GRAVADOS " WS-CONT-GRAVADOS
                   " REJEITADOS " WS-CONT-REJEITADOS.
           EXIT.
       GRAVA-PEDIDO-NVO SECTION.
           MOVE COD-EMPRESA-PED-ANT    TO COD-EMPRESA-PED-NVO
           MOVE NUM-PEDIDO-ANT         TO NUM-PEDIDO-NVO
           MOVE COD-CLIENTE-PED-ANT    TO COD-CLIENTE-PED-NVO
           MOVE COD-VENDEDOR-PED-ANT   TO COD-VENDEDOR-PED-NVO
           MOVE DATA-PEDIDO-ANT        TO DATA-PEDIDO-NVO
           MOVE VALOR-PEDIDO-ANT       TO VALOR-PEDIDO-NVO
           MOVE SITUACAO-PEDIDO-ANT    TO SITUACAO-PEDIDO-NVO
           MOVE ZEROS                  TO COD-CONDPAG-PED-NVO
           WRITE WID-ARQ-PEDIDO-NVO
               INVALID KEY
                  ADD 1 TO WS-CONT-REJEITADOS
                  DISPLAY "NAO MIGRADO - PEDIDO " COD-EMPRESA-PED-ANT
                          "/" NUM-PEDIDO-ANT
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
           EXIT.
       CONVERTE-TITULO SECTION.
           MOVE ZEROS TO WS-CONT-LIDOS
           MOVE ZEROS TO WS-CONT-GRAVADOS
           MOVE ZEROS TO WS-CONT-REJEITADOS
           OPEN INPUT ARQ-TITULO-ANT
           IF WS-RESULTADO-ACESSO = 35
              DISPLAY "ARQUIVO titulo INEXISTENTE - NADA A CONVERTER"
              MOVE 1 TO WS-OK-TITULO
           ELSE
              IF WS-RESULTADO-ACESSO NOT = ZEROS
                 DISPLAY "ARQUIVO titulo COM ERRO - STATUS "
                         WS-RESULTADO-ACESSO
              ELSE
                 OPEN OUTPUT ARQ-TITULO-NVO
                 MOVE ZEROS TO WS-ARQ-FIM
                 MOVE ZEROS TO NUM-TITULO-ANT
                 START ARQ-TITULO-ANT KEY IS NOT LESS THAN
                       NUM-TITULO-ANT
                     INVALID KEY
                        MOVE 1 TO WS-ARQ-FIM
                 END-START
                 PERFORM UNTIL ARQ-FIM
                     READ ARQ-TITULO-ANT NEXT RECORD WITH NO LOCK
                         AT END
                            MOVE 1 TO WS-ARQ-FIM
                         NOT AT END
                            ADD 1 TO WS-CONT-LIDOS
                            PERFORM GRAVA-TITULO-NVO
                     END-READ
                 END-PERFORM
                 CLOSE ARQ-TITULO-NVO
                 CLOSE ARQ-TITULO-ANT
                 MOVE 1 TO WS-OK-TITULO
              END-IF
           END-IF
           ADD WS-CONT-LIDOS      TO WS-TOT-LIDOS
           ADD WS-CONT-GRAVADOS   TO WS-TOT-GRAVADOS
           ADD WS-CONT-REJEITADOS TO WS-TOT-REJEITADOS
           DISPLAY "TITULO  : LIDOS " WS-CONT-LIDOS
                   " GRAVADOS " WS-CONT-GRAVADOS
                   " REJEITADOS " WS-CONT-REJEITADOS.
           EXIT.
       GRAVA-TITULO-NVO SECTION.
           MOVE NUM-TITULO-ANT          TO NUM-TITULO-NVO
           MOVE COD-EMPRESA-TIT-ANT     TO COD-EMPRESA-TIT-NVO
           MOVE NUM-PEDIDO-TIT-ANT      TO NUM-PEDIDO-TIT-NVO
           MOVE COD-CLIENTE-TIT-ANT     TO COD-CLIENTE-TIT-NVO
           MOVE COD-VENDEDOR-TIT-ANT    TO COD-VENDEDOR-TIT-NVO
           MOVE VALOR-TIT-ANT           TO VALOR-TIT-NVO
           MOVE DATA-EMISSAO-TIT-ANT    TO DATA-EMISSAO-TIT-NVO
           MOVE DATA-VENCIMENTO-TIT-ANT TO DATA-VENCIMENTO-TIT-NVO
           MOVE DATA-PAGAMENTO-TIT-ANT  TO DATA-PAGAMENTO-TIT-NVO
           MOVE VALOR-PAGO-TIT-ANT      TO VALOR-PAGO-TIT-NVO
           MOVE SITUACAO-TIT-ANT        TO SITUACAO-TIT-NVO
           MOVE 1                       TO PARCELA-TIT-NVO
           MOVE 1                       TO QTD-PARCELAS-TIT-NVO
           IF SITUACAO-TIT-ANT = "L"
              MOVE ZEROS                TO SALDO-TIT-NVO
           ELSE
              MOVE VALOR-TIT-ANT        TO SALDO-TIT-NVO
           END-IF
           MOVE ZEROS                   TO VALOR-JUROS-TIT-NVO
           MOVE ZEROS                   TO VALOR-MULTA-TIT-NVO
           MOVE ZEROS                   TO VALOR-DESCONTO-TIT-NVO
           WRITE WID-ARQ-TITULO-NVO
               INVALID KEY
                  ADD 1 TO WS-CONT-REJEITADOS
                  DISPLAY "NAO MIGRADO - TITULO " NUM-TITULO-ANT
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
           EXIT.
       END PROGRAM CONVFIN.

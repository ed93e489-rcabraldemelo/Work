      ******************************************************************
      * Author: RICARDO CABRAL DE MELO
      * Date:15.10.2026
      * Purpose:CONVERSAO DOS ARQUIVOS cliente E cep PARA O CNPJ
      *         ALFANUMERICO. O CNPJ PASSA DE NUMERICO PARA TEXTO NO
      *         REGISTRO E NAS CHAVES (ALTERNATIVA DO cliente E
      *         PRINCIPAL DO cep). CADA CNPJ E CONFERIDO PELA ROTINA
      *         VALIDA E OS INVALIDOS SAO LISTADOS, MAS MIGRADOS.
      *         AS IMAGENS DO arquivomorto E DA auditoria JA GUARDAM O
      *         CNPJ COMO TEXTO E NAO PRECISAM SER CONVERTIDAS.
      *         GERA <nome>.nvo - APOS CONFERIR OS TOTAIS, SUBSTITUIR
      *         OS ARQUIVOS ORIGINAIS PELOS NOVOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCNPJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE-ANT ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-ANT
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-ANT
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CLIENTE-NVO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-NVO
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-NVO
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CEP-ANT ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CNPJ-CEP-ANT
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CEP-NVO ASSIGN TO DISK
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CNPJ-CEP-NVO
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
       FD ARQ-CLIENTE-ANT VALUE OF FILE-ID IS "cliente".
       01 WID-ARQ-CLIENTE-ANT.
           05 CHAVE-CLIENTE-ANT.
              10 COD-EMPRESA-CLI-ANT   PIC 9(003).
              10 COD-CLIENTE-ANT       PIC 9(007).
           05 CNPJ-CLIENTE-ANT         PIC 9(014).
           05 RAZAO-CLIENTE-ANT        PIC X(40).
           05 LAT-CLIENTE-ANT          PIC S9(003)V9(008).
           05 LON-CLIENTE-ANT          PIC S9(003)V9(008).
           05 SITUACAO-CLIENTE-ANT     PIC X(01).
           05 LIMITE-CREDITO-CLI-ANT   PIC 9(009)V9(002).
           05 ENDERECO-CLIENTE-ANT     PIC X(040).
           05 MUNICIPIO-CLIENTE-ANT    PIC X(025).
           05 UF-CLIENTE-ANT           PIC X(002).
           05 TELEFONE-CLIENTE-ANT     PIC X(015).
           05 EMAIL-CLIENTE-ANT        PIC X(040).
       FD ARQ-CLIENTE-NVO VALUE OF FILE-ID IS "cliente.nvo".
       01 WID-ARQ-CLIENTE-NVO.
           05 CHAVE-CLIENTE-NVO.
              10 COD-EMPRESA-CLI-NVO   PIC 9(003).
              10 COD-CLIENTE-NVO       PIC 9(007).
           05 CNPJ-CLIENTE-NVO         PIC X(014).
           05 RAZAO-CLIENTE-NVO        PIC X(40).
           05 LAT-CLIENTE-NVO          PIC S9(003)V9(008).
           05 LON-CLIENTE-NVO          PIC S9(003)V9(008).
           05 SITUACAO-CLIENTE-NVO     PIC X(01).
           05 LIMITE-CREDITO-CLI-NVO   PIC 9(009)V9(002).
           05 ENDERECO-CLIENTE-NVO     PIC X(040).
           05 MUNICIPIO-CLIENTE-NVO    PIC X(025).
           05 UF-CLIENTE-NVO           PIC X(002).
           05 TELEFONE-CLIENTE-NVO     PIC X(015).
           05 EMAIL-CLIENTE-NVO        PIC X(040).
       FD ARQ-CEP-ANT VALUE OF FILE-ID IS "cep".
       01 WID-ARQ-CEP-ANT.
           05 CNPJ-CEP-ANT             PIC 9(014).
           05 LAT-CEP-ANT              PIC S9(003)V9(008).
           05 LON-CEP-ANT              PIC S9(003)V9(008).
       FD ARQ-CEP-NVO VALUE OF FILE-ID IS "cep.nvo".
       01 WID-ARQ-CEP-NVO.
           05 CNPJ-CEP-NVO             PIC X(014).
           05 LAT-CEP-NVO              PIC S9(003)V9(008).
           05 LON-CEP-NVO              PIC S9(003)V9(008).
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
       77 VALIDA                       PIC X(08) VALUE "VALIDA".
       01 WS-RESULTADO-ACESSO          PIC 9(02).
       01 WS-ARQ-FIM                   PIC 9(01).
           88 ARQ-FIM     VALUE IS 1.
       77 WS-CONT-LIDOS                PIC 9(05).
       77 WS-CONT-GRAVADOS             PIC 9(05).
       77 WS-CONT-REJEITADOS           PIC 9(05).
       77 WS-CONT-INVALIDOS            PIC 9(05).
       77 WS-TOT-LIDOS                 PIC 9(05).
       77 WS-TOT-GRAVADOS              PIC 9(05).
       77 WS-TOT-REJEITADOS            PIC 9(05).
       77 WS-TOT-INVALIDOS             PIC 9(05).
       77 WS-OPERADOR                  PIC X(020).
       77 WS-CNPJ-CONVERTIDO           PIC X(014).
       77 WS-EXEC-GRAVADO              PIC 9(001).
           88 EXEC-GRAVADO             VALUE 1.
       77 WS-OK-CLIENTE                PIC 9(001).
           88 OK-CLIENTE               VALUE 1.
       77 WS-OK-CEP                    PIC 9(001).
           88 OK-CEP                   VALUE 1.
       01 VALIDA-DADOS.
       COPY VALIDABOOK.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO PARA O CNPJ ALFANUMERICO"
           PERFORM REGISTRA-INICIO-EXECUCAO
           MOVE ZEROS TO WS-TOT-LIDOS
           MOVE ZEROS TO WS-TOT-GRAVADOS
           MOVE ZEROS TO WS-TOT-REJEITADOS
           MOVE ZEROS TO WS-TOT-INVALIDOS
           MOVE ZEROS TO WS-OK-CLIENTE
           MOVE ZEROS TO WS-OK-CEP
           PERFORM CONVERTE-CLIENTE
           PERFORM CONVERTE-CEP
           PERFORM REGISTRA-FIM-EXECUCAO
           DISPLAY "CONFERIDOS OS TOTAIS, SUBSTITUA OS ARQUIVOS"
           DISPLAY "CONVERTIDOS COM SUCESSO:"
           IF OK-CLIENTE
              DISPLAY "  cliente.nvo      -> cliente"
           END-IF
           IF OK-CEP
              DISPLAY "  cep.nvo          -> cep"
           END-IF
           IF WS-TOT-INVALIDOS > ZEROS
              DISPLAY "CNPJ COM DIGITO INVALIDO: " WS-TOT-INVALIDOS
              DISPLAY "MIGRADOS SEM ALTERACAO - CORRIGIR PELO CADASTRO"
           END-IF
           IF NOT OK-CLIENTE OR NOT OK-CEP
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
           MOVE "CONVCNPJ" TO EXEC-ROTINA
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
           IF OK-CLIENTE AND OK-CEP
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
       CONVERTE-CLIENTE SECTION.
           MOVE ZEROS TO WS-CONT-LIDOS
           MOVE ZEROS TO WS-CONT-GRAVADOS
           MOVE ZEROS TO WS-CONT-REJEITADOS
           MOVE ZEROS TO WS-CONT-INVALIDOS
           OPEN INPUT ARQ-CLIENTE-ANT
           IF WS-RESULTADO-ACESSO NOT = ZEROS
              DISPLAY "ARQUIVO cliente NAO LOCALIZADO - STATUS "
                      WS-RESULTADO-ACESSO
           ELSE
              OPEN OUTPUT ARQ-CLIENTE-NVO
              MOVE ZEROS TO WS-ARQ-FIM
              MOVE ZEROS TO CHAVE-CLIENTE-ANT
              START ARQ-CLIENTE-ANT KEY IS NOT LESS THAN
                    CHAVE-CLIENTE-ANT
                  INVALID KEY
                     MOVE 1 TO WS-ARQ-FIM
              END-START
              PERFORM UNTIL ARQ-FIM
                  READ ARQ-CLIENTE-ANT NEXT RECORD WITH NO LOCK
                      AT END
                         MOVE 1 TO WS-ARQ-FIM
                      NOT AT END
                         ADD 1 TO WS-CONT-LIDOS
                         PERFORM GRAVA-CLIENTE-NVO
                  END-READ
              END-PERFORM
              CLOSE ARQ-CLIENTE-NVO
              CLOSE ARQ-CLIENTE-ANT
              MOVE 1 TO WS-OK-CLIENTE
           END-IF
           ADD WS-CONT-LIDOS      TO WS-TOT-LIDOS
           ADD WS-CONT-GRAVADOS   TO WS-TOT-GRAVADOS
           ADD WS-CONT-REJEITADOS TO WS-TOT-REJEITADOS
           ADD WS-CONT-INVALIDOS  TO WS-TOT-INVALIDOS
           DISPLAY "CLIENTE : LIDOS " WS-CONT-LIDOS
                   " GRAVADOS " WS-CONT-GRAVADOS
                   " REJEITADOS " WS-CONT-REJEITADOS
                   " DV INVALIDO " WS-CONT-INVALIDOS.
           EXIT.
       GRAVA-CLIENTE-NVO SECTION.
           MOVE CNPJ-CLIENTE-ANT       TO WS-CNPJ-CONVERTIDO
           PERFORM CONFERE-CNPJ
           IF COD-RETORNO NOT = ZEROS
              ADD 1 TO WS-CONT-INVALIDOS
              DISPLAY "CNPJ INVALIDO - CLIENTE " COD-EMPRESA-CLI-ANT
                      "/" COD-CLIENTE-ANT " CNPJ " WS-CNPJ-CONVERTIDO
           END-IF
           MOVE COD-EMPRESA-CLI-ANT    TO COD-EMPRESA-CLI-NVO
           MOVE COD-CLIENTE-ANT        TO COD-CLIENTE-NVO
           MOVE WS-CNPJ-CONVERTIDO     TO CNPJ-CLIENTE-NVO
           MOVE RAZAO-CLIENTE-ANT      TO RAZAO-CLIENTE-NVO
           MOVE LAT-CLIENTE-ANT        TO LAT-CLIENTE-NVO
           MOVE LON-CLIENTE-ANT        TO LON-CLIENTE-NVO
           MOVE SITUACAO-CLIENTE-ANT   TO SITUACAO-CLIENTE-NVO
           MOVE LIMITE-CREDITO-CLI-ANT TO LIMITE-CREDITO-CLI-NVO
           MOVE ENDERECO-CLIENTE-ANT   TO ENDERECO-CLIENTE-NVO
           MOVE MUNICIPIO-CLIENTE-ANT  TO MUNICIPIO-CLIENTE-NVO
           MOVE UF-CLIENTE-ANT         TO UF-CLIENTE-NVO
           MOVE TELEFONE-CLIENTE-ANT   TO TELEFONE-CLIENTE-NVO
           MOVE EMAIL-CLIENTE-ANT      TO EMAIL-CLIENTE-NVO
           WRITE WID-ARQ-CLIENTE-NVO
               INVALID KEY
                  ADD 1 TO WS-CONT-REJEITADOS
                  DISPLAY "NAO MIGRADO - CLIENTE " COD-EMPRESA-CLI-ANT
                          "/" COD-CLIENTE-ANT
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
           EXIT.
       CONVERTE-CEP SECTION.
           MOVE ZEROS TO WS-CONT-LIDOS
           MOVE ZEROS TO WS-CONT-GRAVADOS
           MOVE ZEROS TO WS-CONT-REJEITADOS
           MOVE ZEROS TO WS-CONT-INVALIDOS
           OPEN INPUT ARQ-CEP-ANT
           IF WS-RESULTADO-ACESSO = 35
              DISPLAY "ARQUIVO cep INEXISTENTE - NADA A CONVERTER"
              MOVE 1 TO WS-OK-CEP
           ELSE
              IF WS-RESULTADO-ACESSO NOT = ZEROS
                 DISPLAY "ARQUIVO cep COM ERRO - STATUS "
                         WS-RESULTADO-ACESSO
              ELSE
                 OPEN OUTPUT ARQ-CEP-NVO
                 MOVE ZEROS TO WS-ARQ-FIM
                 MOVE ZEROS TO CNPJ-CEP-ANT
                 START ARQ-CEP-ANT KEY IS NOT LESS THAN CNPJ-CEP-ANT
                     INVALID KEY
                        MOVE 1 TO WS-ARQ-FIM
                 END-START
                 PERFORM UNTIL ARQ-FIM
                     READ ARQ-CEP-ANT NEXT RECORD WITH NO LOCK
                         AT END
                            MOVE 1 TO WS-ARQ-FIM
                         NOT AT END
                            ADD 1 TO WS-CONT-LIDOS
                            PERFORM GRAVA-CEP-NVO
                     END-READ
                 END-PERFORM
                 CLOSE ARQ-CEP-NVO
                 CLOSE ARQ-CEP-ANT
                 MOVE 1 TO WS-OK-CEP
              END-IF
           END-IF
           ADD WS-CONT-LIDOS      TO WS-TOT-LIDOS
           ADD WS-CONT-GRAVADOS   TO WS-TOT-GRAVADOS
           ADD WS-CONT-REJEITADOS TO WS-TOT-REJEITADOS
           ADD WS-CONT-INVALIDOS  TO WS-TOT-INVALIDOS
           DISPLAY "CEP     : LIDOS " WS-CONT-LIDOS
                   " GRAVADOS " WS-CONT-GRAVADOS
                   " REJEITADOS " WS-CONT-REJEITADOS
                   " DV INVALIDO " WS-CONT-INVALIDOS.
           EXIT.
       GRAVA-CEP-NVO SECTION.
           MOVE CNPJ-CEP-ANT           TO WS-CNPJ-CONVERTIDO
           PERFORM CONFERE-CNPJ
           IF COD-RETORNO NOT = ZEROS
              ADD 1 TO WS-CONT-INVALIDOS
              DISPLAY "CNPJ INVALIDO - CEP " WS-CNPJ-CONVERTIDO
           END-IF
           MOVE WS-CNPJ-CONVERTIDO     TO CNPJ-CEP-NVO
           MOVE LAT-CEP-ANT            TO LAT-CEP-NVO
           MOVE LON-CEP-ANT            TO LON-CEP-NVO
           WRITE WID-ARQ-CEP-NVO
               INVALID KEY
                  ADD 1 TO WS-CONT-REJEITADOS
                  DISPLAY "NAO MIGRADO - CEP " WS-CNPJ-CONVERTIDO
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
           EXIT.
       CONFERE-CNPJ SECTION.
           MOVE 2 TO FUNCAO
           MOVE WS-CNPJ-CONVERTIDO TO DADO-VALIDAR
           CALL VALIDA USING VALIDA-DADOS.
           EXIT.
       END PROGRAM CONVCNPJ.

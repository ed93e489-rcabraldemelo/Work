      ******************************************************************
      * Author:RICARDO CABRAL DE MELO
      * Date:20.06.2019
      * Purpose:VALIDACAO DE CPF E CNPJ (NUMERICO E ALFANUMERICO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  IND                     PIC 9(02).
       01  BASE                    PIC 9(02).
       01  MULT                    PIC 9(03).
       01  SOMA                    PIC 9(05).
       01  RESTO                   PIC 9(03).
       01  DV.
           05 DV1                  PIC 9(01).
           05 DV2                  PIC 9(01).
       01  BASE-VETOR.
           05  DADO-BASE-VETOR     PIC 9(02) OCCURS 12 TIMES.
       LINKAGE SECTION.
       01 PARAMETRES.
       COPY VALIDABOOK.
           MOVE "FUNCAO INVALIDA" TO MSG-RETORNO
           GOBACK
       END-IF.
       IF DADO-DV NOT NUMERIC
          OR (FUNCAO = 1 AND DADO-BASE NOT NUMERIC)
           MOVE 2 TO COD-RETORNO
           MOVE "CPF/CNPJ NAO NUMERICO" TO MSG-RETORNO
           GOBACK
       END-IF.
       IF FUNCAO = 2
           PERFORM VERIFICA-CARACTERES-CNPJ
       END-IF.
       IF DADO-BASE-INVALIDO
           MOVE 3 TO COD-RETORNO
           MOVE "CPF/CNPJ INVALIDO" TO MSG-RETORNO
           GOBACK
       EXIT.
       VERIFICA-CARACTERES-CNPJ SECTION.
       MOVE 1 TO IND
       PERFORM UNTIL IND > 12
           IF DADO-BASE(IND:1) NOT NUMERIC
              AND (DADO-BASE(IND:1) < "A" OR DADO-BASE(IND:1) > "Z")
               MOVE 2 TO COD-RETORNO
               MOVE "CNPJ COM CARACTER INVALIDO" TO MSG-RETORNO
               GOBACK
           END-IF
           COMPUTE IND = IND + 1
       END-PERFORM.
       EXIT.
      *    VALOR DE CADA POSICAO = CODIGO ASCII MENOS 48, O QUE MANTEM
      *    OS DIGITOS DE 0 A 9 E LEVA AS LETRAS DE A=17 ATE Z=42
       CARREGA-VETOR SECTION.
       MOVE 1 TO IND
       PERFORM UNTIL IND > 12
           COMPUTE DADO-BASE-VETOR(IND) =
                   FUNCTION ORD(DADO-BASE(IND:1)) - 49
           COMPUTE IND = IND + 1
       END-PERFORM.
       EXIT.
       VALIDA-DV-CPF SECTION.
       PERFORM CARREGA-VETOR
       MOVE 12 TO IND
       MOVE ZEROS TO SOMA
       PERFORM UNTIL IND = 0
           END-IF.
       EXIT.
       VALIDA-DV-CNPJ SECTION.
       PERFORM CARREGA-VETOR
       MOVE 12 TO IND
       MOVE ZEROS TO SOMA
       PERFORM UNTIL IND = 0

      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE DOCUMENTOS DO CLIENTE (documentos.dat)
      *     Chamado do CONSULTA e da VISAO360 com o cliente em tela.
      *     Mostra os documentos apresentados (RG, comprovante de
      *     endereco e comprovante de renda), com numero, emissao,
      *     validade e quem conferiu, e a situacao de cada um: OK,
      *     VENCIDO, VENCE EM 60 DIAS, SEM VALIDADE ou NAO APRESENTADO.
      *     Registra/atualiza um documento carimbando o operador e a
      *     data da conferencia; a exclusao e restrita ao supervisor.
      *     O comprovante de endereco sem validade informada vale 90
      *     dias a partir da emissao. A chave e o CPF: cliente sem CPF
      *     nao tem documentos.
      *     Com lote em execucao (WK-SO-CONSULTA) so consulta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DOCUMENTOS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS ASSIGN TO WK-DOCUMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DOCUMENTO
               FILE STATUS     IS FS-DOCUMENTOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  DOCUMENTOS.
           COPY "DOCUMENTO.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-DOCUMENTOS            PIC X(02) VALUE SPACES.
       01  WK-DOCUMENTOS-PATH       PIC X(100)
           VALUE "C:/projeto-bootcamp/documentos.dat".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> OPERADOR LOGADO NO MAIN (CARIMBO DA CONFERENCIA; EXCLUSAO
      *     RESTRITA AO SUPERVISOR)
           COPY "OPERADOR.cpy".

      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
       77  WK-CONTINUAR            PIC X     VALUE "S".
       77  WK-LINHA                PIC 99    VALUE ZEROS.
       77  WK-IDX-TIPO             PIC 9(01) VALUE ZEROS.
       77  WK-SITUACAO             PIC X(16) VALUE SPACES.
       77  WK-EXISTE               PIC X(01) VALUE "N".

      *---> DATAS DE REFERENCIA: HOJE E HOJE + 60 DIAS (AVISO)
       77  WK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WK-DATA-AVISO           PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-AVISO           PIC 9(03) VALUE 60.
       77  WK-DIAS-ENDERECO        PIC 9(03) VALUE 90.

      *---> TIPOS OBRIGATORIOS, NA ORDEM DE EXIBICAO
       01  WK-TAB-TIPOS             PIC X(09) VALUE "RG ENDREN".
       01  FILLER REDEFINES WK-TAB-TIPOS.
           05 WK-TIPO-COD           PIC X(03) OCCURS 3 TIMES.

      *---> EDICAO DE UM DOCUMENTO
       77  WK-TIPO-EDIT            PIC X(03) VALUE SPACES.
       77  WK-NUMERO-EDIT          PIC X(20) VALUE SPACES.
       77  WK-EMISSAO-EDIT         PIC 9(08) VALUE ZEROS.
       77  WK-VALIDADE-EDIT        PIC 9(08) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-DOC-TELEFONE          PIC 9(09).
       01  LK-DOC-CPF               PIC 9(11).
       01  LK-DOC-NOME              PIC X(30).
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-DOCUMENTOS.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 04 COLUMN 02 VALUE "CLIENTE: ".
           05 COLUMN PLUS 1 PIC X(30) FROM LK-DOC-NOME.
           05 COLUMN PLUS 2 VALUE "CPF: ".
           05 COLUMN PLUS 1 PIC 9(11) FROM LK-DOC-CPF.
           05 COLUMN PLUS 2 VALUE "TEL: ".
           05 COLUMN PLUS 1 PIC 9(09) FROM LK-DOC-TELEFONE.
           05 LINE 06 COLUMN 02 VALUE
               "TIPO NUMERO               EMISSAO  VALIDADE ".
           05 COLUMN PLUS 1 VALUE "SITUACAO         CONFERIDO".
           05 LINE 10 COLUMN 02 VALUE
               "RG = IDENTIDADE  END = COMPROV. ENDERECO  ".
           05 COLUMN PLUS 1 VALUE "REN = COMPROV. RENDA".
           05 LINE 11 COLUMN 10 VALUE
               "1 - REGISTRAR/ATUALIZAR DOCUMENTO".
           05 LINE 12 COLUMN 10 VALUE
               "2 - EXCLUIR DOCUMENTO (SUPERVISOR)".
           05 LINE 13 COLUMN 10 VALUE "X - VOLTAR".
           05 LINE 14 COLUMN 10 VALUE "OPCAO....: ".
           05 COLUMN PLUS 1 PIC X USING WK-OPCAO.
      *
       01  TELA-EDITA-DOCUMENTO.
           05 LINE 18 COLUMN 10 VALUE "TIPO (RG/END/REN)...... "
               FOREGROUND-COLOR 3.
           05 COLUMN PLUS 1 PIC X(03) USING WK-TIPO-EDIT.
           05 LINE 19 COLUMN 10 VALUE "NUMERO................. "
               FOREGROUND-COLOR 3.
           05 COLUMN PLUS 1 PIC X(20) USING WK-NUMERO-EDIT.
           05 LINE 20 COLUMN 10 VALUE "EMISSAO (AAAAMMDD)..... "
               FOREGROUND-COLOR 3.
           05 COLUMN PLUS 1 PIC 9(08) USING WK-EMISSAO-EDIT.
           05 LINE 21 COLUMN 10 VALUE "VALIDADE (AAAAMMDD).... "
               FOREGROUND-COLOR 3.
           05 COLUMN PLUS 1 PIC 9(08) USING WK-VALIDADE-EDIT.
      *
       01  TELA-EXCLUI-DOCUMENTO.
           05 LINE 18 COLUMN 10 VALUE "TIPO (RG/END/REN)...... "
               FOREGROUND-COLOR 3.
           05 COLUMN PLUS 1 PIC X(03) USING WK-TIPO-EDIT.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING LK-DOC-TELEFONE
                                             LK-DOC-CPF
                                             LK-DOC-NOME.
       0000-PRINCIPAL          SECTION.
           MOVE "MODULO - DOCUMENTOS" TO WK-MODULO.
           IF WK-MODO-TREINO EQUAL "S"
               MOVE "TREINO - DOCUMENTOS" TO WK-MODULO
           END-IF.
           MOVE "S" TO WK-CONTINUAR.

           IF LK-DOC-CPF EQUAL ZEROS
               MOVE "CLIENTE SEM CPF - SEM DOCUMENTOS!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               GOBACK
           END-IF.

           PERFORM 0100-INICIALIZAR.
           IF FS-DOCUMENTOS NOT = "00"
               MOVE "ERRO AO ABRIR DOCUMENTOS.DAT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               GOBACK
           END-IF.

           PERFORM 0200-PROCESSAR UNTIL WK-CONTINUAR = "N".

           CLOSE DOCUMENTOS.
           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-DOCUMENTOS-PATH FROM ENVIRONMENT "DOCUMENTOS_PATH"
           IF WK-DOCUMENTOS-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/documentos.dat"
                                               TO WK-DOCUMENTOS-PATH
           END-IF.

           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WK-DATA-AVISO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                   + WK-DIAS-AVISO).

      *---> PRIMEIRO USO: CRIA O ARQUIVO VAZIO
           OPEN I-O DOCUMENTOS.
           IF FS-DOCUMENTOS EQUAL "35"
               OPEN OUTPUT DOCUMENTOS
               CLOSE DOCUMENTOS
               OPEN I-O DOCUMENTOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
           MOVE SPACES TO WK-OPCAO.
           DISPLAY TELA-DOCUMENTOS.
           PERFORM 0300-LISTAR-DOCUMENTOS.
           ACCEPT TELA-DOCUMENTOS.

      *---> COM LOTE EM EXECUCAO (JANELA DO MAIN) SO A CONSULTA VALE
           IF WK-SO-CONSULTA EQUAL "S"
              AND (WK-OPCAO EQUAL "1" OR WK-OPCAO EQUAL "2")
               MOVE "LOTE EM EXECUCAO - SO CONSULTA!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               MOVE SPACES TO WK-OPCAO
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(WK-OPCAO)
               WHEN "1"
                   PERFORM 0400-REGISTRAR-DOCUMENTO
               WHEN "2"
                   IF WK-PERFIL-LOGADO EQUAL "S"
                       PERFORM 0500-EXCLUIR-DOCUMENTO
                   ELSE
                       MOVE "OPCAO RESTRITA AO SUPERVISOR!"
                                               TO WK-ABEND-MESSAGE
                       SET SEVERIDADE-ATENCAO TO TRUE
                       CALL "ERROLOG" USING WK-ABEND-MESSAGE
                                            WK-SEVERIDADE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               WHEN "X"
                   MOVE "N" TO WK-CONTINUAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *---> UMA LINHA POR TIPO OBRIGATORIO, NA ORDEM DA TABELA; O QUE
      *     NAO ESTA NO ARQUIVO APARECE COMO "NAO APRESENTADO".
       0300-LISTAR-DOCUMENTOS  SECTION.
           MOVE 07 TO WK-LINHA.
           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO GREATER THAN 3
               MOVE LK-DOC-CPF TO DOC-CPF
               MOVE WK-TIPO-COD(WK-IDX-TIPO) TO DOC-TIPO
               MOVE "S" TO WK-EXISTE
               READ DOCUMENTOS
                   INVALID KEY
                       MOVE "N" TO WK-EXISTE
               END-READ

               DISPLAY WK-TIPO-COD(WK-IDX-TIPO)
                   AT LINE WK-LINHA COLUMN 02
               IF WK-EXISTE EQUAL "N"
                   DISPLAY "NAO APRESENTADO" AT LINE WK-LINHA COLUMN 45
                       FOREGROUND-COLOR 4
               ELSE
                   PERFORM 0310-SITUACAO-DOCUMENTO
                   DISPLAY DOC-NUMERO   AT LINE WK-LINHA COLUMN 07
                   DISPLAY DOC-EMISSAO  AT LINE WK-LINHA COLUMN 28
                   DISPLAY DOC-VALIDADE AT LINE WK-LINHA COLUMN 37
                   DISPLAY WK-SITUACAO  AT LINE WK-LINHA COLUMN 46
                   DISPLAY DOC-CONFERIDO-POR
                       AT LINE WK-LINHA COLUMN 63
               END-IF
               ADD 1 TO WK-LINHA
           END-PERFORM.
       0300-LISTAR-DOCUMENTOS-FIM. EXIT.
      ******************************************************************
       0310-SITUACAO-DOCUMENTO SECTION.
           EVALUATE TRUE
               WHEN DOC-VALIDADE EQUAL ZEROS
                   MOVE "SEM VALIDADE"     TO WK-SITUACAO
               WHEN DOC-VALIDADE LESS THAN WK-DATA-HOJE
                   MOVE "VENCIDO"          TO WK-SITUACAO
               WHEN DOC-VALIDADE NOT GREATER THAN WK-DATA-AVISO
                   MOVE "VENCE EM 60 DIAS" TO WK-SITUACAO
               WHEN OTHER
                   MOVE "OK"               TO WK-SITUACAO
           END-EVALUATE.
       0310-SITUACAO-DOCUMENTO-FIM. EXIT.
      ******************************************************************
      *---> GRAVA UM DOCUMENTO NOVO OU SUBSTITUI O DO MESMO TIPO (A
      *     RENOVACAO TROCA NUMERO E DATAS); O CARIMBO DE CONFERENCIA
      *     E SEMPRE O DO OPERADOR QUE REGISTROU.
       0400-REGISTRAR-DOCUMENTO SECTION.
           MOVE SPACES TO WK-TIPO-EDIT WK-NUMERO-EDIT.
           MOVE ZEROS TO WK-EMISSAO-EDIT WK-VALIDADE-EDIT.
           DISPLAY TELA-EDITA-DOCUMENTO.
           ACCEPT TELA-EDITA-DOCUMENTO.
           MOVE FUNCTION UPPER-CASE(WK-TIPO-EDIT) TO WK-TIPO-EDIT.
           MOVE FUNCTION UPPER-CASE(WK-NUMERO-EDIT) TO WK-NUMERO-EDIT.
           MOVE WK-TIPO-EDIT TO DOC-TIPO.

           EVALUATE TRUE
               WHEN NOT DOC-TIPO-VALIDO
                   MOVE "TIPO INVALIDO - USE RG, END OU REN!"
                                               TO WK-ABEND-MESSAGE
               WHEN WK-NUMERO-EDIT EQUAL SPACES
                   MOVE "NUMERO DO DOCUMENTO E OBRIGATORIO!"
                                               TO WK-ABEND-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WK-EMISSAO-EDIT)
                       NOT EQUAL ZEROS
                   MOVE "DATA DE EMISSAO INVALIDA!" TO WK-ABEND-MESSAGE
               WHEN WK-EMISSAO-EDIT GREATER THAN WK-DATA-HOJE
                   MOVE "EMISSAO NAO PODE SER FUTURA!"
                                               TO WK-ABEND-MESSAGE
               WHEN WK-VALIDADE-EDIT NOT EQUAL ZEROS
                AND FUNCTION TEST-DATE-YYYYMMDD(WK-VALIDADE-EDIT)
                       NOT EQUAL ZEROS
                   MOVE "DATA DE VALIDADE INVALIDA!" TO WK-ABEND-MESSAGE
               WHEN WK-VALIDADE-EDIT NOT EQUAL ZEROS
                AND WK-VALIDADE-EDIT NOT GREATER THAN WK-EMISSAO-EDIT
                   MOVE "VALIDADE DEVE SER APOS A EMISSAO!"
                                               TO WK-ABEND-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WK-ABEND-MESSAGE
           END-EVALUATE.
           IF WK-ABEND-MESSAGE NOT EQUAL SPACES
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

      *---> COMPROVANTE DE ENDERECO NAO TRAZ VALIDADE IMPRESSA: VALE
      *     90 DIAS A PARTIR DA EMISSAO
           IF WK-TIPO-EDIT EQUAL "END" AND WK-VALIDADE-EDIT EQUAL ZEROS
               COMPUTE WK-VALIDADE-EDIT = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WK-EMISSAO-EDIT)
                       + WK-DIAS-ENDERECO)
           END-IF.

           MOVE LK-DOC-CPF TO DOC-CPF.
           MOVE WK-TIPO-EDIT TO DOC-TIPO.
           MOVE "S" TO WK-EXISTE.
           READ DOCUMENTOS
               INVALID KEY
                   MOVE "N" TO WK-EXISTE
           END-READ.

           MOVE LK-DOC-CPF TO DOC-CPF.
           MOVE WK-TIPO-EDIT TO DOC-TIPO.
           MOVE LK-DOC-TELEFONE TO DOC-TELEFONE.
           MOVE WK-NUMERO-EDIT TO DOC-NUMERO.
           MOVE WK-EMISSAO-EDIT TO DOC-EMISSAO.
           MOVE WK-VALIDADE-EDIT TO DOC-VALIDADE.
           MOVE WK-OPERADOR-LOGADO TO DOC-CONFERIDO-POR.
           MOVE WK-DATA-HOJE TO DOC-DATA-CONFERENCIA.

           IF WK-EXISTE EQUAL "S"
               REWRITE REG-DOCUMENTO
           ELSE
               WRITE REG-DOCUMENTO
           END-IF.

           IF FS-DOCUMENTOS EQUAL "00"
               MOVE "DOCUMENTO REGISTRADO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
           ELSE
               MOVE "ERRO AO GRAVAR DOCUMENTO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
           END-IF.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
           ACCEPT MOSTRA-ERRO.
       0400-REGISTRAR-DOCUMENTO-FIM. EXIT.
      ******************************************************************
       0500-EXCLUIR-DOCUMENTO  SECTION.
           MOVE SPACES TO WK-TIPO-EDIT.
           DISPLAY TELA-EXCLUI-DOCUMENTO.
           ACCEPT TELA-EXCLUI-DOCUMENTO.
           MOVE FUNCTION UPPER-CASE(WK-TIPO-EDIT) TO WK-TIPO-EDIT.

           MOVE LK-DOC-CPF TO DOC-CPF.
           MOVE WK-TIPO-EDIT TO DOC-TIPO.
           MOVE "S" TO WK-EXISTE.
           READ DOCUMENTOS
               INVALID KEY
                   MOVE "N" TO WK-EXISTE
           END-READ.
           IF WK-EXISTE EQUAL "N"
               MOVE "DOCUMENTO NAO CADASTRADO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           DISPLAY "CONFIRMA A EXCLUSAO? (S/N): " FOREGROUND-COLOR 2
               AT 2010.
           ACCEPT WK-TECLA AT 2038.
           IF FUNCTION UPPER-CASE(WK-TECLA) NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           DELETE DOCUMENTOS RECORD.
           IF FS-DOCUMENTOS EQUAL "00"
               MOVE "DOCUMENTO EXCLUIDO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
           ELSE
               MOVE "ERRO AO EXCLUIR DOCUMENTO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
           END-IF.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
           ACCEPT MOSTRA-ERRO.
       0500-EXCLUIR-DOCUMENTO-FIM. EXIT.

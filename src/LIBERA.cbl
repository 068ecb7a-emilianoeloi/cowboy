           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
      * Politica de senhas da MANOPER (validade e falhas ate o
      * bloqueio); sem o arquivo valem os padroes
           SELECT ARQUIVO-POLITICA ASSIGN TO "POLITICA-SENHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POLITICA.
           SELECT ARQUIVO-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXAS.
           05 REJ-MOTIVO-CODIGO    PIC 9(2).
           05 REJ-MOTIVO-DESCRICAO PIC X(40).

      * Linha de auditoria no layout de GRAVAR-AUDITORIA da
      * CALCULADORA, com o encadeamento da trilha de 241 a 267
       FD  ARQUIVO-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA           PIC X(267).

       FD  ARQUIVO-INTERFACE
           RECORDING MODE IS F.
           05 OPER-ID              PIC X(8).
           05 OPER-SENHA           PIC X(8).
           05 OPER-PERFIL          PIC X(1).
           05 OPER-SITUACAO        PIC X(1).
           05 OPER-RESUMO-SENHA    PIC 9(10).
           05 OPER-DATA-SENHA      PIC X(10).
           05 OPER-FALHAS          PIC 9(2).
           05 OPER-ULTIMO-ACESSO   PIC X(10).
           05 OPER-DATA-INCLUSAO   PIC X(10).
           05 OPER-INCLUIDO-POR    PIC X(8).

       FD  ARQUIVO-POLITICA
           RECORDING MODE IS F.
       01  REG-POLITICA.
           05 POL-VALIDADE-DIAS    PIC 9(3).
           05 POL-MAX-FALHAS       PIC 9(2).

       FD  ARQUIVO-TAXAS
           RECORDING MODE IS F.
       01 WS-SIGNON-TENTATIVAS PIC 9(1) VALUE ZEROS.
       01 WS-FIM-OPERADORES    PIC X(1) VALUE "N".

      * Situacao do operador no sign-on: suspenso, bloqueado por
      * falhas seguidas ou com a senha expirada e recusado; falhas,
      * bloqueio e ultimo acesso sao regravados no cadastro
       01 WS-MOTIVO-SIGNON     PIC X(25) VALUE SPACES.
       01 WS-OPER-ACHADO       PIC X(1) VALUE "N".
       01 WS-FS-POLITICA       PIC X(2) VALUE ZEROS.
       01 WS-VALIDADE-SENHA    PIC 9(3) VALUE 90.
       01 WS-MAX-FALHAS        PIC 9(2) VALUE 5.
       01 WS-SENHA-CONFERE     PIC X(1) VALUE "N".
       01 WS-SENHA-EXPIRADA    PIC X(1) VALUE "N".
       01 WS-SIGNON-DATA       PIC X(10) VALUE SPACES.
       01 WS-SIGNON-DATA-NUM   PIC 9(8) VALUE ZEROS.
       01 WS-DATA-SENHA-NUM    PIC 9(8) VALUE ZEROS.
       01 WS-IDADE-SENHA       PIC S9(7) VALUE ZEROS.
       01 WS-QTD-OPERADORES    PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-OPERADORES.
           05 WS-OPER-IMAGEM   PIC X(68) OCCURS 200 TIMES.
       01 WS-IND-OPERADOR      PIC 9(3) VALUE ZEROS.
       01 WS-OPER-ALTERADO     PIC X(1) VALUE "N".
       01 WS-OPER-EXCEDIDO     PIC X(1) VALUE "N".
       01 WS-RESUMO-ENTRADA    PIC X(16) VALUE SPACES.
       01 WS-RESUMO-ACUM       PIC 9(12) VALUE ZEROS.
       01 WS-RESUMO-SENHA      PIC 9(10) VALUE ZEROS.
       01 WS-IND-RESUMO        PIC 9(2) VALUE ZEROS.
       01 WS-POS-RESUMO        PIC 9(2) VALUE ZEROS.

      * Identificacao da execucao (controle do escalonador ou
      * derivada da sequencia, com prefixo "L" de liberacao)
       01 WS-RUN-ID            PIC X(8) VALUE SPACES.
       01 WS-UNIDADE           PIC X(3) VALUE SPACES.
       01 WS-LIMITE-PEND       PIC 9(14)V99 VALUE ZEROS.
       01 WS-OPERADOR-ORIGEM   PIC X(8) VALUE SPACES.
       01 WS-RUN-ORIGEM        PIC X(8) VALUE SPACES.

      * Resultados do recalculo, um campo por operacao com as mesmas
      * larguras e casas decimais da CALCULADORA, para que o item
       01 WS-AUDIT-RESULT-ED   PIC -(14)9.99.
       01 WS-AUDIT-RESULTADO   PIC X(20) VALUE SPACES.

      * Encadeamento da trilha de auditoria: apos o conteudo (1:240)
      * cada linha leva a cadeia a que pertence (" CD=" em 241 e o
      * identificador em 245:9 - "C" + data da geracao diaria da
      * CALCULADORA ou "P" + data das gravacoes diretas do ESTCALC e
      * da LIBERA na trilha permanente) e o valor de verificacao
      * (" CK=" em 254 e o valor em 258:10), derivado do conteudo com
      * a cadeia (1:253) e do valor da linha anterior da mesma
      * cadeia; a primeira linha da cadeia parte da ancora calculada
      * do proprio identificador
       01 WS-ELO-CADEIA        PIC X(9) VALUE SPACES.
       01 WS-ELO-ANTERIOR      PIC 9(10) VALUE ZEROS.
       01 WS-ELO-VALOR         PIC 9(10) VALUE ZEROS.
       01 WS-ELO-LINHA         PIC X(253) VALUE SPACES.
       01 WS-ELO-ACUM          PIC 9(12) VALUE ZEROS.
       01 WS-ELO-POS           PIC 9(3) VALUE ZEROS.
       01 WS-FIM-ELO           PIC X(1) VALUE "N".

      * Resultado formatado por operacao, nas mesmas mascaras de
      * GRAVAR-AUDITORIA da CALCULADORA, para a trilha carregar a
      * mesma precisao que a interface (a conciliacao compara os dois

      ******************************************************************
      * VALIDAR-OPERADOR - Procura a identificacao no cadastro de
      *                    operadores e confere situacao, senha e
      *                    validade da senha (CONFERIR-CREDENCIAIS).
      *                    O cadastro e carregado e regravado com as
      *                    falhas, o bloqueio e o ultimo acesso;
      *                    cadastro ausente e fatal
      ******************************************************************
       VALIDAR-OPERADOR.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "N" TO WS-OPER-ACHADO.
           MOVE "N" TO WS-OPER-ALTERADO.
           MOVE "N" TO WS-OPER-EXCEDIDO.
           MOVE "SIGNON RECUSADO" TO WS-MOTIVO-SIGNON.
           MOVE ZEROS TO WS-QTD-OPERADORES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE WS-TIMESTAMP-BRUTO(1:8) TO WS-SIGNON-DATA-NUM.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2)
                  DELIMITED BY SIZE INTO WS-SIGNON-DATA
           END-STRING.
           PERFORM CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
           END-IF.
           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "S"
               READ ARQUIVO-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIM-OPERADORES
                   NOT AT END
                       IF OPER-ID = WS-OPERADOR
                               AND WS-OPER-ACHADO = "N"
                           MOVE "S" TO WS-OPER-ACHADO
                           PERFORM CONFERIR-CREDENCIAIS
                       END-IF
                       PERFORM GUARDAR-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OPERADORES.
           IF WS-OPER-ALTERADO = "S"
               PERFORM REGRAVAR-OPERADORES
           END-IF.
           IF WS-MOTIVO-SIGNON NOT = "SIGNON RECUSADO"
               DISPLAY "AVISO: " WS-MOTIVO-SIGNON " - regularize o "
                   "cadastro na MANOPER."
           END-IF.

      ******************************************************************
      * CARREGAR-POLITICA-SENHA - Validade da senha em dias e falhas
      *                           seguidas ate o bloqueio (mesma
      *                           politica da MANOPER); campo fora do
      *                           layout numerico mantem o padrao
      ******************************************************************
       CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-POLITICA.
           IF WS-FS-POLITICA = "00"
               READ ARQUIVO-POLITICA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF POL-VALIDADE-DIAS IS NUMERIC
                               AND POL-VALIDADE-DIAS > ZEROS
                           MOVE POL-VALIDADE-DIAS
                               TO WS-VALIDADE-SENHA
                       END-IF
                       IF POL-MAX-FALHAS IS NUMERIC
                               AND POL-MAX-FALHAS > ZEROS
                           MOVE POL-MAX-FALHAS TO WS-MAX-FALHAS
                       END-IF
               END-READ
               CLOSE ARQUIVO-POLITICA
           END-IF.

      ******************************************************************
      * CONFERIR-CREDENCIAIS - Situacao, senha e validade do operador
      *                        corrente do cadastro. Senha errada soma
      *                        uma falha e a ultima falha permitida
      *                        bloqueia a identificacao; senha certa
      *                        zera as falhas. Linha legada (sem
      *                        resumo) e conferida em claro e
      *                        convertida na hora. Senha expirada ou
      *                        provisoria so e trocada na MANOPER
      ******************************************************************
       CONFERIR-CREDENCIAIS.
           IF OPER-SITUACAO = "S"
               MOVE "OPERADOR SUSPENSO" TO WS-MOTIVO-SIGNON
           ELSE IF OPER-SITUACAO = "B"
               MOVE "OPERADOR BLOQUEADO" TO WS-MOTIVO-SIGNON
           ELSE
               MOVE "N" TO WS-SENHA-CONFERE
               MOVE SPACES TO WS-RESUMO-ENTRADA
               STRING OPER-ID WS-SIGNON-SENHA
                      DELIMITED BY SIZE INTO WS-RESUMO-ENTRADA
               END-STRING
               PERFORM CALCULAR-RESUMO-SENHA
               IF OPER-RESUMO-SENHA IS NUMERIC
                   IF OPER-RESUMO-SENHA = WS-RESUMO-SENHA
                       MOVE "S" TO WS-SENHA-CONFERE
                   END-IF
               ELSE
                   IF OPER-SENHA = WS-SIGNON-SENHA
                           AND OPER-SENHA NOT = SPACES
                       MOVE "S" TO WS-SENHA-CONFERE
                       MOVE WS-RESUMO-SENHA TO OPER-RESUMO-SENHA
                       MOVE SPACES TO OPER-SENHA
                       MOVE "A" TO OPER-SITUACAO
                       MOVE WS-SIGNON-DATA TO OPER-DATA-SENHA
                   END-IF
               END-IF
               IF OPER-FALHAS IS NOT NUMERIC
                   MOVE ZEROS TO OPER-FALHAS
               END-IF
               MOVE "S" TO WS-OPER-ALTERADO
               IF WS-SENHA-CONFERE = "N"
                   ADD 1 TO OPER-FALHAS
                   IF OPER-FALHAS >= WS-MAX-FALHAS
                       MOVE "B" TO OPER-SITUACAO
                       MOVE "BLOQUEIO POR FALHAS" TO WS-MOTIVO-SIGNON
                   END-IF
               ELSE
                   MOVE ZEROS TO OPER-FALHAS
                   PERFORM CONFERIR-VALIDADE-SENHA
                   IF WS-SENHA-EXPIRADA = "S"
                       MOVE "SENHA EXPIRADA" TO WS-MOTIVO-SIGNON
                   ELSE
                       MOVE WS-SIGNON-DATA TO OPER-ULTIMO-ACESSO
                       MOVE "S" TO WS-SIGNON-OK
                       MOVE OPER-PERFIL TO WS-PERFIL-OPERADOR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CONFERIR-VALIDADE-SENHA - Senha do operador corrente mais
      *                           antiga que a validade da politica,
      *                           ou sem data de troca (provisoria),
      *                           esta expirada
      ******************************************************************
       CONFERIR-VALIDADE-SENHA.
           MOVE "N" TO WS-SENHA-EXPIRADA.
           IF OPER-DATA-SENHA(1:4) IS NOT NUMERIC
                   OR OPER-DATA-SENHA(6:2) IS NOT NUMERIC
                   OR OPER-DATA-SENHA(9:2) IS NOT NUMERIC
               MOVE "S" TO WS-SENHA-EXPIRADA
           ELSE
               COMPUTE WS-DATA-SENHA-NUM =
                   FUNCTION NUMVAL(OPER-DATA-SENHA(1:4)) * 10000
                   + FUNCTION NUMVAL(OPER-DATA-SENHA(6:2)) * 100
                   + FUNCTION NUMVAL(OPER-DATA-SENHA(9:2))
               COMPUTE WS-IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATA-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-SENHA-NUM)
               IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
                       OR WS-IDADE-SENHA < ZEROS
                   MOVE "S" TO WS-SENHA-EXPIRADA
               END-IF
           END-IF.

      ******************************************************************
      * CALCULAR-RESUMO-SENHA - Resumo numerico de WS-RESUMO-ENTRADA
      *                         (identificacao seguida da senha), o
      *                         mesmo calculo da MANOPER: duas voltas
      *                         sobre os 16 bytes, cada byte pesado
      *                         pela posicao, modulo 9999999967
      ******************************************************************
       CALCULAR-RESUMO-SENHA.
           MOVE 5381 TO WS-RESUMO-ACUM.
           PERFORM VARYING WS-IND-RESUMO FROM 1 BY 1
                   UNTIL WS-IND-RESUMO > 32
               COMPUTE WS-POS-RESUMO =
                   FUNCTION MOD(WS-IND-RESUMO - 1, 16) + 1
               COMPUTE WS-RESUMO-ACUM = FUNCTION MOD(
                   WS-RESUMO-ACUM * 33
                   + FUNCTION ORD(WS-RESUMO-ENTRADA(WS-POS-RESUMO:1))
                   * (WS-IND-RESUMO + 7), 9999999967)
           END-PERFORM.
           MOVE WS-RESUMO-ACUM TO WS-RESUMO-SENHA.

      ******************************************************************
      * GUARDAR-OPERADOR - Linha corrente do cadastro para a tabela de
      *                    regravacao
      ******************************************************************
       GUARDAR-OPERADOR.
           IF WS-QTD-OPERADORES >= 200
               MOVE "S" TO WS-OPER-EXCEDIDO
           ELSE
               ADD 1 TO WS-QTD-OPERADORES
               MOVE REG-OPERADOR TO WS-OPER-IMAGEM(WS-QTD-OPERADORES)
           END-IF.

      ******************************************************************
      * REGRAVAR-OPERADORES - Regrava o cadastro a partir da tabela;
      *                       cadastro maior que a tabela nao e
      *                       regravado (a contagem de falhas se perde
      *                       com aviso, mas nenhuma linha e perdida)
      ******************************************************************
       REGRAVAR-OPERADORES.
           IF WS-OPER-EXCEDIDO = "S"
               DISPLAY "AVISO: cadastro com mais de 200 operadores - "
                   "OPERADORES.DAT nao regravado."
           ELSE
               OPEN OUTPUT ARQUIVO-OPERADORES
               IF WS-FS-OPERADORES NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel regravar "
                       "OPERADORES.DAT (status " WS-FS-OPERADORES ")."
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                       UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                   MOVE WS-OPER-IMAGEM(WS-IND-OPERADOR) TO REG-OPERADOR
                   WRITE REG-OPERADOR
                   IF WS-FS-OPERADORES NOT = "00"
                       DISPLAY " "
                       DISPLAY "ERRO FATAL: falha ao gravar "
                           "OPERADORES.DAT (status " WS-FS-OPERADORES
                           ")."
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
           END-IF.

      ******************************************************************
      * CARREGAR-FILA-PENDENTES - Carrega a fila de aprovacao para a
                   "CALC-MESTRE.DAT (status " WS-FS-MESTRE ")."
               STOP RUN
           END-IF.
      * As gravacoes diretas na trilha permanente formam a cadeia "P"
      * do dia, continuada da ultima linha dela ja gravada
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE SPACES TO WS-ELO-CADEIA.
           STRING "P" WS-TIMESTAMP-BRUTO(1:8)
                  DELIMITED BY SIZE INTO WS-ELO-CADEIA
           END-STRING.
           PERFORM CARREGAR-ULTIMO-ELO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA
           MOVE PEN-UNIDADE TO WS-UNIDADE.
           MOVE PEN-LIMITE TO WS-LIMITE-PEND.
           MOVE PEN-OPERADOR TO WS-OPERADOR-ORIGEM.
           MOVE PEN-RUN-ID TO WS-RUN-ORIGEM.
           MOVE WS-NUMERO-1 TO WS-NUMERO-1-DISPLAY.
           MOVE WS-NUMERO-2 TO WS-NUMERO-2-DISPLAY.
           MOVE WS-LIMITE-PEND TO WS-LIMITE-DISPLAY.
      * GRAVAR-AUDITORIA-LIBERACAO - Linha de auditoria do lancamento
      *                              liberado, no layout comum, com o
      *                              aprovador em OPER= e o operador
      *                              e o run ID de origem anotados no
      *                              sufixo
      ******************************************************************
       GRAVAR-AUDITORIA-LIBERACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
                  DELIMITED BY SIZE INTO REG-AUDITORIA
           END-STRING.
           STRING " LIBERADO PEND-DE=" WS-OPERADOR-ORIGEM
                  " PEND-RUN=" WS-RUN-ORIGEM
                  DELIMITED BY SIZE INTO REG-AUDITORIA(133:44)
           END-STRING.
           PERFORM ENCADEAR-LINHA-AUDITORIA.
           WRITE REG-AUDITORIA.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY " "
               STOP RUN
           END-IF.

      ******************************************************************
      * CARREGAR-ULTIMO-ELO - Antes da abertura em acrescimo, posiciona
      *                       o encadeamento no valor da ultima linha
      *                       da cadeia WS-ELO-CADEIA ja gravada na
      *                       trilha (ou na ancora, se a cadeia ainda
      *                       nao tem linhas)
      ******************************************************************
       CARREGAR-ULTIMO-ELO.
           PERFORM CALCULAR-ANCORA-ELO.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF WS-FS-AUDITORIA = "00"
               MOVE "N" TO WS-FIM-ELO
               PERFORM UNTIL WS-FIM-ELO = "S"
                   READ ARQUIVO-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIM-ELO
                       NOT AT END
                           IF REG-AUDITORIA(241:4) = " CD="
                                   AND REG-AUDITORIA(245:9)
                                       = WS-ELO-CADEIA
                                   AND REG-AUDITORIA(258:10)
                                       IS NUMERIC
                               MOVE REG-AUDITORIA(258:10)
                                   TO WS-ELO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDITORIA
           END-IF.

      ******************************************************************
      * CALCULAR-ANCORA-ELO - Valor de partida da cadeia
      *                       WS-ELO-CADEIA
      ******************************************************************
       CALCULAR-ANCORA-ELO.
           MOVE SPACES TO WS-ELO-LINHA.
           MOVE WS-ELO-CADEIA TO WS-ELO-LINHA(1:9).
           MOVE 5381 TO WS-ELO-ANTERIOR.
           PERFORM CALCULAR-ELO-AUDITORIA.
           MOVE WS-ELO-VALOR TO WS-ELO-ANTERIOR.

      ******************************************************************
      * ENCADEAR-LINHA-AUDITORIA - Completa REG-AUDITORIA, ja montada
      *                            em (1:240), com a cadeia e o valor
      *                            de verificacao, que passa a ser o
      *                            anterior da proxima linha
      ******************************************************************
       ENCADEAR-LINHA-AUDITORIA.
           STRING " CD=" WS-ELO-CADEIA
                  DELIMITED BY SIZE INTO REG-AUDITORIA(241:13)
           END-STRING.
           MOVE REG-AUDITORIA(1:253) TO WS-ELO-LINHA.
           PERFORM CALCULAR-ELO-AUDITORIA.
           STRING " CK=" WS-ELO-VALOR
                  DELIMITED BY SIZE INTO REG-AUDITORIA(254:14)
           END-STRING.
           MOVE WS-ELO-VALOR TO WS-ELO-ANTERIOR.

      ******************************************************************
      * CALCULAR-ELO-AUDITORIA - Valor de verificacao de WS-ELO-LINHA
      *                          encadeado a WS-ELO-ANTERIOR, reduzido
      *                          modulo o primo 9999999967 a cada
      *                          caractere
      ******************************************************************
       CALCULAR-ELO-AUDITORIA.
           MOVE WS-ELO-ANTERIOR TO WS-ELO-ACUM.
           PERFORM VARYING WS-ELO-POS FROM 1 BY 1
                   UNTIL WS-ELO-POS > 253
               COMPUTE WS-ELO-ACUM = FUNCTION MOD(
                   WS-ELO-ACUM * 31
                   + FUNCTION ORD(WS-ELO-LINHA(WS-ELO-POS:1)),
                   9999999967)
           END-PERFORM.
           MOVE WS-ELO-ACUM TO WS-ELO-VALOR.

      ******************************************************************
      * GRAVAR-INTERFACE-LIBERACAO - Detalhe do lancamento liberado na
      *                              interface contabil, acumulando o

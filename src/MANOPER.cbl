      ******************************************************************
      * Programa: MANOPER
      * Descrição: Manutencao do cadastro de operadores (OPERADORES.DAT)
      *            pelo supervisor: inclusao, suspensao, reativacao,
      *            troca de perfil e redefinicao de senha, com log de
      *            alteracoes para os auditores. Qualquer operador
      *            troca a propria senha. A senha nao e guardada em
      *            claro - so o resumo calculado com a identificacao -
      *            e vale pelo numero de dias da politica de senhas;
      *            falhas seguidas de sign-on bloqueiam a
      *            identificacao. Emite ainda a listagem trimestral de
      *            revisao de acessos
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANOPER.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cadastro de operadores, o mesmo do sign-on da CALCULADORA,
      * ESTCALC, LIBERA e MANTAXAS
           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
      * Log de alteracoes do cadastro: uma linha por manutencao, com
      * data/hora, supervisor (ou o proprio operador, na troca de
      * senha) e a situacao resultante
           SELECT ARQUIVO-LOG ASSIGN TO "OPERADORES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
      * Politica de senhas: validade em dias e falhas seguidas ate o
      * bloqueio. Sem o arquivo valem os padroes (90 / 5)
           SELECT ARQUIVO-POLITICA ASSIGN TO "POLITICA-SENHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POLITICA.
           SELECT ARQUIVO-REVISAO ASSIGN TO "REVISAO-ACESSOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVISAO.

       DATA DIVISION.
       FILE SECTION.
      * Cadastro de operadores: identificacao, senha legada em claro
      * (so nas linhas ainda nao convertidas - a conversao a apaga),
      * perfil (S=supervisor, O=operador), situacao (A=ativo,
      * S=suspenso, B=bloqueado por falhas), resumo da senha, data da
      * ultima troca de senha (em branco = troca obrigatoria), falhas
      * seguidas de sign-on, ultimo acesso e a inclusao (data e
      * supervisor responsavel)
       FD  ARQUIVO-OPERADORES
           RECORDING MODE IS F.
       01  REG-OPERADOR.
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

       FD  ARQUIVO-LOG
           RECORDING MODE IS F.
       01  REG-LOG                 PIC X(100).

       FD  ARQUIVO-POLITICA
           RECORDING MODE IS F.
       01  REG-POLITICA.
           05 POL-VALIDADE-DIAS    PIC 9(3).
           05 POL-MAX-FALHAS       PIC 9(2).

      * Listagem de revisao de acessos, formato de impressora
       FD  ARQUIVO-REVISAO
           RECORDING MODE IS F.
       01  REG-REVISAO             PIC X(100).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-OPERADORES     PIC X(2) VALUE ZEROS.
       01 WS-FS-LOG            PIC X(2) VALUE ZEROS.
       01 WS-FS-POLITICA       PIC X(2) VALUE ZEROS.
       01 WS-FS-REVISAO        PIC X(2) VALUE ZEROS.

      * Operador da sessao, validado contra o cadastro; tres recusas
      * encerram a sessao. Com a senha expirada a sessao so permite
      * a troca da propria senha
       01 WS-OPERADOR          PIC X(8) VALUE SPACES.
       01 WS-PERFIL-OPERADOR   PIC X(1) VALUE SPACES.
       01 WS-SIGNON-SENHA      PIC X(8) VALUE SPACES.
       01 WS-SIGNON-OK         PIC X(1) VALUE "N".
       01 WS-SIGNON-TENTATIVAS PIC 9(1) VALUE ZEROS.
       01 WS-FIM-OPERADORES    PIC X(1) VALUE "N".
       01 WS-OPER-ACHADO       PIC X(1) VALUE "N".
       01 WS-MOTIVO-SIGNON     PIC X(25) VALUE SPACES.
       01 WS-SESSAO-EXPIRADA   PIC X(1) VALUE "N".

      * Politica de senhas (padroes na VALUE)
       01 WS-VALIDADE-SENHA    PIC 9(3) VALUE 90.
       01 WS-MAX-FALHAS        PIC 9(2) VALUE 5.

      * Cadastro carregado em memoria para a regravacao apos o
      * sign-on ou a manutencao; alem da capacidade da tabela o
      * cadastro nao e regravado, para nao perder linhas
       01 WS-QTD-OPERADORES    PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-OPERADORES.
           05 WS-OPER-IMAGEM   PIC X(68) OCCURS 200 TIMES.
       01 WS-IND-OPERADOR      PIC 9(3) VALUE ZEROS.
       01 WS-OPER-ALTERADO     PIC X(1) VALUE "N".
       01 WS-OPER-EXCEDIDO     PIC X(1) VALUE "N".

      * Conferencia da senha e da validade no sign-on
       01 WS-SENHA-CONFERE     PIC X(1) VALUE "N".
       01 WS-SENHA-EXPIRADA    PIC X(1) VALUE "N".
       01 WS-DATA-SENHA-NUM    PIC 9(8) VALUE ZEROS.
       01 WS-IDADE-SENHA       PIC S9(7) VALUE ZEROS.

      * Resumo da senha: a identificacao e a senha passam por duas
      * voltas de acumulacao modulo um primo de 10 digitos; so o
      * resumo e gravado no cadastro
       01 WS-RESUMO-ENTRADA    PIC X(16) VALUE SPACES.
       01 WS-RESUMO-ACUM       PIC 9(12) VALUE ZEROS.
       01 WS-RESUMO-SENHA      PIC 9(10) VALUE ZEROS.
       01 WS-IND-RESUMO        PIC 9(2) VALUE ZEROS.
       01 WS-POS-RESUMO        PIC 9(2) VALUE ZEROS.

      * Opcao do menu e acao de manutencao em curso
       01 WS-OPCAO             PIC X(1) VALUE SPACES.
       01 WS-ACAO              PIC X(11) VALUE SPACES.
       01 WS-ACAO-OK           PIC X(1) VALUE "N".

      * Operador alvo da manutencao e dados novos
       01 WS-ALVO-ID           PIC X(8) VALUE SPACES.
       01 WS-ALVO-PERFIL       PIC X(1) VALUE SPACES.
       01 WS-ALVO-SITUACAO     PIC X(1) VALUE SPACES.
       01 WS-ALVO-ACHADO       PIC X(1) VALUE "N".
       01 WS-PERFIL-NOVO       PIC X(1) VALUE SPACES.
       01 WS-SENHA-NOVA        PIC X(8) VALUE SPACES.
       01 WS-SENHA-CONFIRMA    PIC X(8) VALUE SPACES.
       01 WS-TAM-SENHA         PIC 9(2) VALUE ZEROS.
       01 WS-RESUMO-NOVO       PIC 9(10) VALUE ZEROS.

      * Conversao das linhas legadas com senha em claro
       01 WS-QTD-CONVERTIDOS   PIC 9(3) VALUE ZEROS.

      * Data corrente e data/hora para o log
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(10) VALUE SPACES.
       01 WS-DATA-HOJE-NUM     PIC 9(8) VALUE ZEROS.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Revisao trimestral: trimestre pedido e limites do periodo
       01 WS-ENTRADA           PIC X(15) VALUE SPACES.
       01 WS-REV-ANO           PIC 9(4) VALUE ZEROS.
       01 WS-REV-TRIMESTRE     PIC 9(1) VALUE ZEROS.
       01 WS-REV-MES           PIC 9(2) VALUE ZEROS.
       01 WS-REV-MES-INICIAL   PIC 9(2) VALUE ZEROS.
       01 WS-REV-MES-FINAL     PIC 9(2) VALUE ZEROS.
       01 WS-REV-INICIO        PIC X(10) VALUE SPACES.
       01 WS-REV-FIM           PIC X(10) VALUE SPACES.
       01 WS-FIM-LOG           PIC X(1) VALUE "N".

      * Contagens da revisao
       01 WS-REV-ATIVOS        PIC 9(3) VALUE ZEROS.
       01 WS-REV-SUSPENSOS     PIC 9(3) VALUE ZEROS.
       01 WS-REV-BLOQUEADOS    PIC 9(3) VALUE ZEROS.
       01 WS-REV-SUPERVISORES  PIC 9(3) VALUE ZEROS.
       01 WS-REV-SEM-ACESSO    PIC 9(3) VALUE ZEROS.
       01 WS-REV-EXPIRADAS     PIC 9(3) VALUE ZEROS.
       01 WS-REV-ALTERACOES    PIC 9(5) VALUE ZEROS.

      * Areas de edicao
       01 WS-LINHA-REVISAO     PIC X(100) VALUE SPACES.
       01 WS-DESC-SITUACAO     PIC X(9) VALUE SPACES.
       01 WS-OBSERVACAO        PIC X(30) VALUE SPACES.
       01 WS-CONTAGEM-ED       PIC ZZ9.
       01 WS-FALHAS-ED         PIC Z9.
       01 WS-QTD-LISTADOS      PIC 9(3) VALUE ZEROS.

      * Linha decorativa
       01 WS-LINHA             PIC X(40) VALUE ALL "=".
       01 WS-LINHA-LARGA       PIC X(100) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Converte as senhas legadas, identifica o operador e
      *          repete o menu de manutencao ate a opcao de saida. Com
      *          a senha expirada, a troca e obrigatoria antes do menu
      ******************************************************************
       INICIO.
           PERFORM OBTER-DATA-HORA.
           DISPLAY WS-LINHA.
           DISPLAY "   MANUTENCAO DE OPERADORES - OPERADORES.DAT".
           DISPLAY WS-LINHA.
           PERFORM CARREGAR-POLITICA-SENHA.
           PERFORM CONVERTER-SENHAS-LEGADAS.
           PERFORM IDENTIFICAR-OPERADOR.
           IF WS-SESSAO-EXPIRADA = "S"
               DISPLAY " "
               DISPLAY "Senha expirada ou provisoria - a troca e "
                   "obrigatoria antes de prosseguir."
               PERFORM TROCAR-SENHA-PROPRIA
               IF WS-ACAO-OK = "N"
                   DISPLAY " "
                   DISPLAY "ERRO: senha nao trocada - manutencao "
                       "encerrada."
                   STOP RUN
               END-IF
               MOVE "N" TO WS-SESSAO-EXPIRADA
           END-IF.
           PERFORM EXIBIR-MENU.
           PERFORM UNTIL WS-OPCAO = "0"
               PERFORM EXECUTAR-OPCAO
               PERFORM EXIBIR-MENU
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Manutencao encerrada.".
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-HORA - Data corrente para a validade das senhas e
      *                   data/hora para o log de alteracoes
      ******************************************************************
       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-HOJE
           END-STRING.
           MOVE WS-TIMESTAMP-BRUTO(1:8) TO WS-DATA-HOJE-NUM.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.

      ******************************************************************
      * CARREGAR-POLITICA-SENHA - Validade da senha em dias e falhas
      *                           seguidas ate o bloqueio; campo fora
      *                           do layout numerico mantem o padrao
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
      * CONVERTER-SENHAS-LEGADAS - Linhas do cadastro antigo (so ID,
      *                            senha em claro e perfil) recebem o
      *                            resumo da senha, a situacao ativa e
      *                            a data de hoje como ultima troca; a
      *                            senha em claro e apagada. Cada
      *                            conversao vai para o log
      ******************************************************************
       CONVERTER-SENHAS-LEGADAS.
           MOVE ZEROS TO WS-QTD-CONVERTIDOS.
           MOVE ZEROS TO WS-QTD-OPERADORES.
           MOVE "N" TO WS-OPER-EXCEDIDO.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES.DAT (status " WS-FS-OPERADORES ")."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "S"
               READ ARQUIVO-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIM-OPERADORES
                   NOT AT END
                       IF OPER-RESUMO-SENHA IS NOT NUMERIC
                               AND OPER-SENHA NOT = SPACES
                           PERFORM CONVERTER-REGISTRO-LEGADO
                       END-IF
                       PERFORM GUARDAR-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OPERADORES.
           IF WS-QTD-CONVERTIDOS > ZEROS
               MOVE "S" TO WS-OPER-ALTERADO
               PERFORM REGRAVAR-OPERADORES
               DISPLAY " "
               DISPLAY WS-QTD-CONVERTIDOS " operador(es) com senha "
                   "em claro convertido(s) para resumo."
           END-IF.

      ******************************************************************
      * CONVERTER-REGISTRO-LEGADO - Conversao da linha corrente do
      *                             cadastro antigo
      ******************************************************************
       CONVERTER-REGISTRO-LEGADO.
           MOVE SPACES TO WS-RESUMO-ENTRADA.
           STRING OPER-ID OPER-SENHA
                  DELIMITED BY SIZE INTO WS-RESUMO-ENTRADA
           END-STRING.
           PERFORM CALCULAR-RESUMO-SENHA.
           MOVE WS-RESUMO-SENHA TO OPER-RESUMO-SENHA.
           MOVE SPACES TO OPER-SENHA.
           MOVE "A" TO OPER-SITUACAO.
           MOVE WS-DATA-HOJE TO OPER-DATA-SENHA.
           MOVE ZEROS TO OPER-FALHAS.
           IF OPER-ULTIMO-ACESSO(1:4) IS NOT NUMERIC
               MOVE SPACES TO OPER-ULTIMO-ACESSO
           END-IF.
           IF OPER-DATA-INCLUSAO(1:4) IS NOT NUMERIC
               MOVE SPACES TO OPER-DATA-INCLUSAO
           END-IF.
           ADD 1 TO WS-QTD-CONVERTIDOS.
           MOVE OPER-ID TO WS-ALVO-ID.
           MOVE OPER-PERFIL TO WS-ALVO-PERFIL.
           MOVE OPER-SITUACAO TO WS-ALVO-SITUACAO.
           MOVE "CONVERSAO" TO WS-ACAO.
           MOVE "SISTEMA" TO WS-OPERADOR.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE SPACES TO WS-OPERADOR.

      ******************************************************************
      * IDENTIFICAR-OPERADOR - Sign-on do operador da sessao contra o
      *                        cadastro; tres recusas encerram a sessao
      ******************************************************************
       IDENTIFICAR-OPERADOR.
           PERFORM UNTIL WS-SIGNON-OK = "S"
                   OR WS-SIGNON-TENTATIVAS >= 3
               DISPLAY " "
               DISPLAY "Identificacao do operador: "
               ACCEPT WS-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
               DISPLAY "Senha: "
               ACCEPT WS-SIGNON-SENHA
               PERFORM VALIDAR-OPERADOR
               IF WS-SIGNON-OK = "N"
                   ADD 1 TO WS-SIGNON-TENTATIVAS
                   DISPLAY "Sign-on recusado ("
                       WS-SIGNON-TENTATIVAS " de 3)."
               END-IF
           END-PERFORM.
           IF WS-SIGNON-OK = "N"
               DISPLAY " "
               DISPLAY "ERRO: tres tentativas de sign-on recusadas "
                   "- manutencao encerrada."
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "Operador " WS-OPERADOR " (perfil "
               WS-PERFIL-OPERADOR ") identificado.".

      ******************************************************************
      * VALIDAR-OPERADOR - Procura a identificacao no cadastro e
      *                    confere situacao, senha e validade; a
      *                    contagem de falhas, o bloqueio e o ultimo
      *                    acesso sao regravados no cadastro. Aqui a
      *                    senha expirada nao recusa o sign-on: a
      *                    sessao fica restrita a troca da senha
      ******************************************************************
       VALIDAR-OPERADOR.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "N" TO WS-OPER-ACHADO.
           MOVE "N" TO WS-OPER-ALTERADO.
           MOVE "N" TO WS-OPER-EXCEDIDO.
           MOVE "N" TO WS-SESSAO-EXPIRADA.
           MOVE "SIGNON RECUSADO" TO WS-MOTIVO-SIGNON.
           MOVE ZEROS TO WS-QTD-OPERADORES.
           PERFORM OBTER-DATA-HORA.
           PERFORM CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES.DAT (status " WS-FS-OPERADORES ") - "
                   "sign-on indisponivel."
               STOP RUN
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
                   AND WS-SIGNON-OK = "N"
               DISPLAY "AVISO: " WS-MOTIVO-SIGNON " - procure o "
                   "supervisor."
           END-IF.
           IF WS-SESSAO-EXPIRADA = "S"
               MOVE "S" TO WS-SIGNON-OK
           END-IF.

      ******************************************************************
      * CONFERIR-CREDENCIAIS - Situacao, senha e validade do operador
      *                        corrente do cadastro. Senha errada soma
      *                        uma falha e a ultima falha permitida
      *                        bloqueia a identificacao; senha certa
      *                        zera as falhas. Linha legada (sem
      *                        resumo) e conferida em claro e
      *                        convertida na hora
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
                       MOVE WS-DATA-HOJE TO OPER-DATA-SENHA
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
                   MOVE WS-DATA-HOJE TO OPER-ULTIMO-ACESSO
                   PERFORM CONFERIR-VALIDADE-SENHA
                   MOVE OPER-PERFIL TO WS-PERFIL-OPERADOR
                   IF WS-SENHA-EXPIRADA = "S"
                       MOVE "SENHA EXPIRADA" TO WS-MOTIVO-SIGNON
                       MOVE "S" TO WS-SESSAO-EXPIRADA
                   ELSE
                       MOVE "S" TO WS-SIGNON-OK
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
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-SENHA-NUM)
               IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
                       OR WS-IDADE-SENHA < ZEROS
                   MOVE "S" TO WS-SENHA-EXPIRADA
               END-IF
           END-IF.

      ******************************************************************
      * CALCULAR-RESUMO-SENHA - Resumo numerico de WS-RESUMO-ENTRADA
      *                         (identificacao seguida da senha): duas
      *                         voltas sobre os 16 bytes, cada byte
      *                         pesado pela posicao, modulo 9999999967
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
      *                       regravado (a alteracao se perde com
      *                       aviso, mas nenhuma linha e perdida)
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
      * EXIBIR-MENU - Opcoes da manutencao; de 2 em diante so para o
      *               perfil de supervisor
      ******************************************************************
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "Escolha a opcao:".
           DISPLAY "  1 - Trocar a propria senha".
           DISPLAY "  2 - Incluir operador".
           DISPLAY "  3 - Suspender operador".
           DISPLAY "  4 - Reativar operador (suspenso ou bloqueado)".
           DISPLAY "  5 - Alterar perfil do operador".
           DISPLAY "  6 - Redefinir senha do operador".
           DISPLAY "  7 - Listar operadores".
           DISPLAY "  8 - Emitir revisao trimestral de acessos".
           DISPLAY "  0 - Sair".
           DISPLAY " ".
           DISPLAY "Digite sua opcao (0 a 8): ".
           ACCEPT WS-OPCAO.

      ******************************************************************
      * EXECUTAR-OPCAO - Despacha a opcao escolhida no menu; da 2 em
      *                  diante exige o perfil de supervisor
      ******************************************************************
       EXECUTAR-OPCAO.
           IF WS-OPCAO = "1"
               PERFORM TROCAR-SENHA-PROPRIA
           ELSE IF WS-OPCAO >= "2" AND WS-OPCAO <= "8"
                   AND WS-PERFIL-OPERADOR NOT = "S"
               DISPLAY "ERRO: opcao restrita ao perfil de "
                   "supervisor."
           ELSE IF WS-OPCAO = "2"
               PERFORM INCLUIR-OPERADOR
           ELSE IF WS-OPCAO = "3"
               PERFORM SUSPENDER-OPERADOR
           ELSE IF WS-OPCAO = "4"
               PERFORM REATIVAR-OPERADOR
           ELSE IF WS-OPCAO = "5"
               PERFORM ALTERAR-PERFIL
           ELSE IF WS-OPCAO = "6"
               PERFORM REDEFINIR-SENHA
           ELSE IF WS-OPCAO = "7"
               PERFORM LISTAR-OPERADORES
           ELSE IF WS-OPCAO = "8"
               PERFORM EMITIR-REVISAO-ACESSOS
           ELSE
               DISPLAY "Opcao invalida! Tente novamente."
           END-IF.

      ******************************************************************
      * TROCAR-SENHA-PROPRIA - Troca da senha do operador da sessao;
      *                        a nova senha vale a partir de hoje
      ******************************************************************
       TROCAR-SENHA-PROPRIA.
           MOVE "N" TO WS-ACAO-OK.
           PERFORM LER-SENHA-NOVA.
           IF WS-SENHA-NOVA NOT = SPACES
               MOVE WS-OPERADOR TO WS-ALVO-ID
               MOVE "TROCA-SENHA" TO WS-ACAO
               PERFORM ATUALIZAR-CADASTRO
           END-IF.

      ******************************************************************
      * INCLUIR-OPERADOR - Acrescenta um operador ao cadastro com
      *                    senha provisoria (troca obrigatoria no
      *                    primeiro sign-on); identificacao ja
      *                    existente e recusada
      ******************************************************************
       INCLUIR-OPERADOR.
           PERFORM LER-ALVO.
           IF WS-ALVO-ID NOT = SPACES
               PERFORM PROCURAR-ALVO
               IF WS-ALVO-ACHADO = "S"
                   DISPLAY "ERRO: operador " WS-ALVO-ID " ja existe "
                       "no cadastro - nada gravado."
               ELSE
                   PERFORM LER-PERFIL-NOVO
                   IF WS-PERFIL-NOVO NOT = SPACES
                       DISPLAY "Senha provisoria do novo operador:"
                       PERFORM LER-SENHA-NOVA
                       IF WS-SENHA-NOVA NOT = SPACES
                           PERFORM GRAVAR-OPERADOR-NOVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SUSPENDER-OPERADOR - Suspende um operador ativo ou bloqueado;
      *                    o supervisor nao suspende a si mesmo
      ******************************************************************
       SUSPENDER-OPERADOR.
           PERFORM LER-ALVO.
           IF WS-ALVO-ID = WS-OPERADOR
               DISPLAY "ERRO: o supervisor nao pode suspender a "
                   "propria identificacao."
           ELSE IF WS-ALVO-ID NOT = SPACES
               MOVE "SUSPENSAO" TO WS-ACAO
               PERFORM ATUALIZAR-CADASTRO
           END-IF.

      ******************************************************************
      * REATIVAR-OPERADOR - Devolve a situacao ativa a um operador
      *                     suspenso ou bloqueado, zerando as falhas
      ******************************************************************
       REATIVAR-OPERADOR.
           PERFORM LER-ALVO.
           IF WS-ALVO-ID NOT = SPACES
               MOVE "REATIVACAO" TO WS-ACAO
               PERFORM ATUALIZAR-CADASTRO
           END-IF.

      ******************************************************************
      * ALTERAR-PERFIL - Troca o perfil de um operador; o supervisor
      *                  nao altera o proprio perfil
      ******************************************************************
       ALTERAR-PERFIL.
           PERFORM LER-ALVO.
           IF WS-ALVO-ID = WS-OPERADOR
               DISPLAY "ERRO: o supervisor nao pode alterar o "
                   "proprio perfil."
           ELSE IF WS-ALVO-ID NOT = SPACES
               PERFORM LER-PERFIL-NOVO
               IF WS-PERFIL-NOVO NOT = SPACES
                   MOVE "PERFIL" TO WS-ACAO
                   PERFORM ATUALIZAR-CADASTRO
               END-IF
           END-IF.

      ******************************************************************
      * REDEFINIR-SENHA - Senha provisoria para um operador que
      *                   esqueceu a sua; as falhas sao zeradas, o
      *                   bloqueio por falhas e desfeito (a suspensao
      *                   nao) e a troca fica obrigatoria
      ******************************************************************
       REDEFINIR-SENHA.
           PERFORM LER-ALVO.
           IF WS-ALVO-ID = WS-OPERADOR
               DISPLAY "ERRO: use a opcao 1 para a propria senha."
           ELSE IF WS-ALVO-ID NOT = SPACES
               DISPLAY "Senha provisoria do operador:"
               PERFORM LER-SENHA-NOVA
               IF WS-SENHA-NOVA NOT = SPACES
                   MOVE "REDEFINICAO" TO WS-ACAO
                   PERFORM ATUALIZAR-CADASTRO
               END-IF
           END-IF.

      ******************************************************************
      * LER-ALVO - Pede a identificacao do operador a manter
      ******************************************************************
       LER-ALVO.
           MOVE SPACES TO WS-ALVO-ID.
           DISPLAY " ".
           DISPLAY "Identificacao do operador: ".
           ACCEPT WS-ALVO-ID.
           MOVE FUNCTION UPPER-CASE(WS-ALVO-ID) TO WS-ALVO-ID.
           IF WS-ALVO-ID = SPACES
               DISPLAY "ERRO: identificacao obrigatoria."
           END-IF.

      ******************************************************************
      * LER-PERFIL-NOVO - Pede e valida o perfil (S ou O)
      ******************************************************************
       LER-PERFIL-NOVO.
           MOVE SPACES TO WS-PERFIL-NOVO.
           DISPLAY "Perfil (S=supervisor, O=operador): ".
           ACCEPT WS-PERFIL-NOVO.
           MOVE FUNCTION UPPER-CASE(WS-PERFIL-NOVO) TO WS-PERFIL-NOVO.
           IF WS-PERFIL-NOVO NOT = "S" AND WS-PERFIL-NOVO NOT = "O"
               DISPLAY "ERRO: perfil invalido (" WS-PERFIL-NOVO ")."
               MOVE SPACES TO WS-PERFIL-NOVO
           END-IF.

      ******************************************************************
      * LER-SENHA-NOVA - Pede a senha nova duas vezes; exige ao menos
      *                  6 posicoes sem espaco. Recusa deixa a senha
      *                  em branco
      ******************************************************************
       LER-SENHA-NOVA.
           MOVE SPACES TO WS-SENHA-NOVA.
           MOVE SPACES TO WS-SENHA-CONFIRMA.
           DISPLAY "Nova senha (6 a 8 posicoes): ".
           ACCEPT WS-SENHA-NOVA.
           DISPLAY "Confirme a nova senha: ".
           ACCEPT WS-SENHA-CONFIRMA.
           MOVE ZEROS TO WS-TAM-SENHA.
           INSPECT WS-SENHA-NOVA TALLYING WS-TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
               DISPLAY "ERRO: a confirmacao nao confere com a senha."
               MOVE SPACES TO WS-SENHA-NOVA
           ELSE IF WS-TAM-SENHA < 6
               DISPLAY "ERRO: a senha precisa de ao menos 6 posicoes "
                   "sem espaco."
               MOVE SPACES TO WS-SENHA-NOVA
           END-IF.

      ******************************************************************
      * PROCURAR-ALVO - Presenca do operador alvo no cadastro
      ******************************************************************
       PROCURAR-ALVO.
           MOVE "N" TO WS-ALVO-ACHADO.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES = "00"
               MOVE "N" TO WS-FIM-OPERADORES
               PERFORM UNTIL WS-FIM-OPERADORES = "S"
                       OR WS-ALVO-ACHADO = "S"
                   READ ARQUIVO-OPERADORES
                       AT END
                           MOVE "S" TO WS-FIM-OPERADORES
                       NOT AT END
                           IF OPER-ID = WS-ALVO-ID
                               MOVE "S" TO WS-ALVO-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
           END-IF.

      ******************************************************************
      * GRAVAR-OPERADOR-NOVO - Acrescenta o novo operador ao cadastro
      *                        com o resumo da senha provisoria
      ******************************************************************
       GRAVAR-OPERADOR-NOVO.
           MOVE SPACES TO WS-RESUMO-ENTRADA.
           STRING WS-ALVO-ID WS-SENHA-NOVA
                  DELIMITED BY SIZE INTO WS-RESUMO-ENTRADA
           END-STRING.
           PERFORM CALCULAR-RESUMO-SENHA.
           OPEN EXTEND ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES = "35"
               OPEN OUTPUT ARQUIVO-OPERADORES
           END-IF.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES.DAT (status " WS-FS-OPERADORES ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OPERADOR.
           MOVE WS-ALVO-ID TO OPER-ID.
           MOVE WS-PERFIL-NOVO TO OPER-PERFIL.
           MOVE "A" TO OPER-SITUACAO.
           MOVE WS-RESUMO-SENHA TO OPER-RESUMO-SENHA.
           MOVE ZEROS TO OPER-FALHAS.
           MOVE WS-DATA-HOJE TO OPER-DATA-INCLUSAO.
           MOVE WS-OPERADOR TO OPER-INCLUIDO-POR.
           WRITE REG-OPERADOR.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar OPERADORES.DAT "
                   "(status " WS-FS-OPERADORES ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-OPERADORES.
           MOVE WS-PERFIL-NOVO TO WS-ALVO-PERFIL.
           MOVE "A" TO WS-ALVO-SITUACAO.
           MOVE "INCLUSAO" TO WS-ACAO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           DISPLAY "Operador " WS-ALVO-ID " incluido (perfil "
               WS-PERFIL-NOVO ") - troca de senha obrigatoria no "
               "primeiro sign-on.".

      ******************************************************************
      * ATUALIZAR-CADASTRO - Passagem de manutencao: carrega o
      *                      cadastro, aplica a acao corrente na linha
      *                      do operador alvo e regrava; a acao aceita
      *                      vai para o log
      ******************************************************************
       ATUALIZAR-CADASTRO.
           PERFORM OBTER-DATA-HORA.
           MOVE "N" TO WS-ALVO-ACHADO.
           MOVE "N" TO WS-ACAO-OK.
           MOVE "N" TO WS-OPER-EXCEDIDO.
           MOVE ZEROS TO WS-QTD-OPERADORES.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES.DAT (status " WS-FS-OPERADORES ")."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "S"
               READ ARQUIVO-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIM-OPERADORES
                   NOT AT END
                       IF OPER-ID = WS-ALVO-ID
                               AND WS-ALVO-ACHADO = "N"
                           MOVE "S" TO WS-ALVO-ACHADO
                           PERFORM APLICAR-ACAO
                       END-IF
                       PERFORM GUARDAR-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OPERADORES.
           IF WS-ALVO-ACHADO = "N"
               DISPLAY "ERRO: operador " WS-ALVO-ID " nao cadastrado."
           END-IF.
           IF WS-ACAO-OK = "S"
               MOVE "S" TO WS-OPER-ALTERADO
               PERFORM REGRAVAR-OPERADORES
               IF WS-OPER-EXCEDIDO = "S"
                   MOVE "N" TO WS-ACAO-OK
               ELSE
                   PERFORM GRAVAR-LOG-ALTERACAO
                   DISPLAY "Operador " WS-ALVO-ID ": " WS-ACAO
                       " registrada."
               END-IF
           END-IF.

      ******************************************************************
      * APLICAR-ACAO - Aplica a acao corrente na linha do operador
      *                alvo, recusando a que nao faz sentido na
      *                situacao em que ele esta
      ******************************************************************
       APLICAR-ACAO.
           IF OPER-FALHAS IS NOT NUMERIC
               MOVE ZEROS TO OPER-FALHAS
           END-IF.
           IF WS-ACAO = "SUSPENSAO"
               IF OPER-SITUACAO = "S"
                   DISPLAY "ERRO: operador " OPER-ID " ja suspenso."
               ELSE
                   MOVE "S" TO OPER-SITUACAO
                   MOVE "S" TO WS-ACAO-OK
               END-IF
           ELSE IF WS-ACAO = "REATIVACAO"
               IF OPER-SITUACAO NOT = "S" AND OPER-SITUACAO NOT = "B"
                   DISPLAY "ERRO: operador " OPER-ID " ja esta ativo."
               ELSE
                   MOVE "A" TO OPER-SITUACAO
                   MOVE ZEROS TO OPER-FALHAS
                   MOVE "S" TO WS-ACAO-OK
               END-IF
           ELSE IF WS-ACAO = "PERFIL"
               IF OPER-PERFIL = WS-PERFIL-NOVO
                   DISPLAY "ERRO: operador " OPER-ID " ja tem o "
                       "perfil " WS-PERFIL-NOVO "."
               ELSE
                   MOVE WS-PERFIL-NOVO TO OPER-PERFIL
                   MOVE "S" TO WS-ACAO-OK
               END-IF
           ELSE
               PERFORM APLICAR-SENHA-NOVA
           END-IF.
           IF OPER-SITUACAO = SPACE
               MOVE "A" TO OPER-SITUACAO
           END-IF.
           MOVE OPER-PERFIL TO WS-ALVO-PERFIL.
           MOVE OPER-SITUACAO TO WS-ALVO-SITUACAO.

      ******************************************************************
      * APLICAR-SENHA-NOVA - Troca ou redefinicao da senha do alvo. A
      *                      troca pelo proprio operador vale a partir
      *                      de hoje e nao pode repetir a senha atual;
      *                      a redefinicao pelo supervisor deixa a
      *                      senha provisoria (sem data de troca)
      ******************************************************************
       APLICAR-SENHA-NOVA.
           MOVE SPACES TO WS-RESUMO-ENTRADA.
           STRING OPER-ID WS-SENHA-NOVA
                  DELIMITED BY SIZE INTO WS-RESUMO-ENTRADA
           END-STRING.
           PERFORM CALCULAR-RESUMO-SENHA.
           MOVE WS-RESUMO-SENHA TO WS-RESUMO-NOVO.
           IF WS-ACAO = "TROCA-SENHA"
               IF OPER-RESUMO-SENHA IS NUMERIC
                       AND OPER-RESUMO-SENHA = WS-RESUMO-NOVO
                   DISPLAY "ERRO: a nova senha deve ser diferente da "
                       "atual."
               ELSE
                   MOVE WS-RESUMO-NOVO TO OPER-RESUMO-SENHA
                   MOVE SPACES TO OPER-SENHA
                   MOVE WS-DATA-HOJE TO OPER-DATA-SENHA
                   MOVE ZEROS TO OPER-FALHAS
                   MOVE "S" TO WS-ACAO-OK
               END-IF
           ELSE
               MOVE WS-RESUMO-NOVO TO OPER-RESUMO-SENHA
               MOVE SPACES TO OPER-SENHA
               MOVE SPACES TO OPER-DATA-SENHA
               MOVE ZEROS TO OPER-FALHAS
               IF OPER-SITUACAO = "B"
                   MOVE "A" TO OPER-SITUACAO
               END-IF
               MOVE "S" TO WS-ACAO-OK
           END-IF.

      ******************************************************************
      * GRAVAR-LOG-ALTERACAO - Uma linha no log de alteracoes por
      *                        manutencao aceita, com data/hora, quem
      *                        alterou, a acao e a situacao resultante
      *                        do operador alvo
      ******************************************************************
       GRAVAR-LOG-ALTERACAO.
           OPEN EXTEND ARQUIVO-LOG.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT ARQUIVO-LOG
           END-IF.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LOG.
           STRING WS-DATA-HORA
                  " OPERADOR=" WS-OPERADOR
                  " ACAO=" WS-ACAO
                  " ALVO=" WS-ALVO-ID
                  " PERFIL=" WS-ALVO-PERFIL
                  " SITUACAO=" WS-ALVO-SITUACAO
                  DELIMITED BY SIZE INTO REG-LOG
           END-STRING.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar OPERADORES-LOG.DAT "
                   "(status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-LOG.

      ******************************************************************
      * LISTAR-OPERADORES - Lista o cadastro na tela, sem senha nem
      *                     resumo
      ******************************************************************
       LISTAR-OPERADORES.
           PERFORM OBTER-DATA-HORA.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY "OPERADORES.DAT nao encontrado - cadastro vazio."
           ELSE
               DISPLAY " "
               DISPLAY WS-LINHA WS-LINHA
               DISPLAY "OPERADOR PERFIL SITUACAO  SENHA EM   "
                   "ULT.ACESSO FALHAS"
               DISPLAY WS-LINHA WS-LINHA
               MOVE ZEROS TO WS-QTD-LISTADOS
               MOVE "N" TO WS-FIM-OPERADORES
               PERFORM UNTIL WS-FIM-OPERADORES = "S"
                   READ ARQUIVO-OPERADORES
                       AT END
                           MOVE "S" TO WS-FIM-OPERADORES
                       NOT AT END
                           PERFORM LISTAR-LINHA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
               DISPLAY WS-LINHA WS-LINHA
               DISPLAY WS-QTD-LISTADOS " operador(es) listado(s)."
           END-IF.

      ******************************************************************
      * LISTAR-LINHA-OPERADOR - Exibe a linha corrente do cadastro
      ******************************************************************
       LISTAR-LINHA-OPERADOR.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM OBTER-DESC-SITUACAO.
           IF OPER-FALHAS IS NUMERIC
               MOVE OPER-FALHAS TO WS-FALHAS-ED
           ELSE
               MOVE ZEROS TO WS-FALHAS-ED
           END-IF.
           DISPLAY OPER-ID " " OPER-PERFIL "      " WS-DESC-SITUACAO
               " " OPER-DATA-SENHA " " OPER-ULTIMO-ACESSO "  "
               WS-FALHAS-ED.

      ******************************************************************
      * OBTER-DESC-SITUACAO - Descricao da situacao do operador
      *                       corrente do cadastro
      ******************************************************************
       OBTER-DESC-SITUACAO.
           IF OPER-SITUACAO = "S"
               MOVE "SUSPENSO" TO WS-DESC-SITUACAO
           ELSE IF OPER-SITUACAO = "B"
               MOVE "BLOQUEADO" TO WS-DESC-SITUACAO
           ELSE
               MOVE "ATIVO" TO WS-DESC-SITUACAO
           END-IF.

      ******************************************************************
      * EMITIR-REVISAO-ACESSOS - Listagem trimestral para a revisao de
      *                          acessos: todos os operadores com
      *                          perfil, situacao, senha e ultimo
      *                          acesso, as alteracoes do cadastro no
      *                          trimestre e o campo de visto do
      *                          revisor
      ******************************************************************
       EMITIR-REVISAO-ACESSOS.
           PERFORM OBTER-DATA-HORA.
           PERFORM DEFINIR-TRIMESTRE.
           IF WS-REV-INICIO NOT = SPACES
               OPEN OUTPUT ARQUIVO-REVISAO
               IF WS-FS-REVISAO NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       "REVISAO-ACESSOS.TXT (status " WS-FS-REVISAO
                       ")."
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-REV-ATIVOS WS-REV-SUSPENSOS
                   WS-REV-BLOQUEADOS WS-REV-SUPERVISORES
                   WS-REV-SEM-ACESSO WS-REV-EXPIRADAS
                   WS-REV-ALTERACOES
               PERFORM GRAVAR-CABECALHO-REVISAO
               PERFORM LISTAR-OPERADORES-REVISAO
               PERFORM LISTAR-ALTERACOES-REVISAO
               PERFORM GRAVAR-RESUMO-REVISAO
               CLOSE ARQUIVO-REVISAO
               DISPLAY "Revisao de acessos gravada em "
                   "REVISAO-ACESSOS.TXT."
           END-IF.

      ******************************************************************
      * DEFINIR-TRIMESTRE - Trimestre da revisao (AAAAT); em branco, o
      *                     trimestre corrente. Monta o primeiro e o
      *                     ultimo dia do periodo
      ******************************************************************
       DEFINIR-TRIMESTRE.
           MOVE SPACES TO WS-REV-INICIO.
           MOVE SPACES TO WS-ENTRADA.
           DISPLAY " ".
           DISPLAY "Trimestre a revisar (AAAAT, ex.: 20263; "
               "branco = corrente): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               MOVE WS-TIMESTAMP-BRUTO(1:4) TO WS-REV-ANO
               MOVE WS-TIMESTAMP-BRUTO(5:2) TO WS-REV-MES
               COMPUTE WS-REV-TRIMESTRE = (WS-REV-MES - 1) / 3 + 1
           ELSE
               IF WS-ENTRADA(1:5) IS NOT NUMERIC
                       OR WS-ENTRADA(6:10) NOT = SPACES
                       OR WS-ENTRADA(5:1) < "1"
                       OR WS-ENTRADA(5:1) > "4"
                   DISPLAY "ERRO: trimestre invalido (" WS-ENTRADA
                       ") - use AAAAT."
                   MOVE ZEROS TO WS-REV-TRIMESTRE
               ELSE
                   MOVE WS-ENTRADA(1:4) TO WS-REV-ANO
                   MOVE WS-ENTRADA(5:1) TO WS-REV-TRIMESTRE
               END-IF
           END-IF.
           IF WS-REV-TRIMESTRE NOT = ZEROS
               COMPUTE WS-REV-MES-INICIAL = (WS-REV-TRIMESTRE - 1) * 3
                   + 1
               COMPUTE WS-REV-MES-FINAL = WS-REV-MES-INICIAL + 2
               STRING WS-REV-ANO "-" WS-REV-MES-INICIAL "-01"
                      DELIMITED BY SIZE INTO WS-REV-INICIO
               END-STRING
               STRING WS-REV-ANO "-" WS-REV-MES-FINAL "-31"
                      DELIMITED BY SIZE INTO WS-REV-FIM
               END-STRING
           END-IF.

      ******************************************************************
      * GRAVAR-CABECALHO-REVISAO - Titulo, periodo e politica vigente
      ******************************************************************
       GRAVAR-CABECALHO-REVISAO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.
           STRING "REVISAO TRIMESTRAL DE ACESSOS - " WS-REV-ANO
                  " T" WS-REV-TRIMESTRE
                  " (" WS-REV-INICIO " A " WS-REV-FIM ")"
                  "   EMISSAO: " WS-DATA-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.
           STRING "POLITICA: SENHA VALE " WS-VALIDADE-SENHA
                  " DIAS, BLOQUEIO APOS " WS-MAX-FALHAS
                  " FALHAS SEGUIDAS"
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.
           STRING "OPERADOR PERFIL SITUACAO  INCLUIDO   POR      "
                  "SENHA EM   ULT.ACESSO FALHAS OBSERVACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.

      ******************************************************************
      * LISTAR-OPERADORES-REVISAO - Uma linha por operador do cadastro
      ******************************************************************
       LISTAR-OPERADORES-REVISAO.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               MOVE "  (cadastro de operadores nao encontrado)"
                   TO WS-LINHA-REVISAO
               PERFORM GRAVAR-LINHA-REVISAO
           ELSE
               MOVE "N" TO WS-FIM-OPERADORES
               PERFORM UNTIL WS-FIM-OPERADORES = "S"
                   READ ARQUIVO-OPERADORES
                       AT END
                           MOVE "S" TO WS-FIM-OPERADORES
                       NOT AT END
                           PERFORM GRAVAR-LINHA-OPER-REVISAO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
           END-IF.

      ******************************************************************
      * GRAVAR-LINHA-OPER-REVISAO - Linha do operador corrente, com a
      *                             observacao que pede atencao do
      *                             revisor: senha expirada ou sem
      *                             acesso no trimestre (ultimo acesso
      *                             posterior ao fim do trimestre e
      *                             conta em uso, nao sem acesso)
      ******************************************************************
       GRAVAR-LINHA-OPER-REVISAO.
           PERFORM OBTER-DESC-SITUACAO.
           IF OPER-SITUACAO = "S"
               ADD 1 TO WS-REV-SUSPENSOS
           ELSE IF OPER-SITUACAO = "B"
               ADD 1 TO WS-REV-BLOQUEADOS
           ELSE
               ADD 1 TO WS-REV-ATIVOS
           END-IF.
           IF OPER-PERFIL = "S"
               ADD 1 TO WS-REV-SUPERVISORES
           END-IF.
           MOVE SPACES TO WS-OBSERVACAO.
           PERFORM CONFERIR-VALIDADE-SENHA.
           IF WS-SENHA-EXPIRADA = "S"
               ADD 1 TO WS-REV-EXPIRADAS
               MOVE "SENHA EXPIRADA" TO WS-OBSERVACAO
           END-IF.
           IF OPER-ULTIMO-ACESSO = SPACES
                   OR OPER-ULTIMO-ACESSO < WS-REV-INICIO
               ADD 1 TO WS-REV-SEM-ACESSO
               IF WS-OBSERVACAO = SPACES
                   MOVE "SEM ACESSO NO TRIMESTRE" TO WS-OBSERVACAO
               ELSE
                   MOVE "EXPIRADA/SEM ACESSO" TO WS-OBSERVACAO
               END-IF
           END-IF.
           IF OPER-FALHAS IS NUMERIC
               MOVE OPER-FALHAS TO WS-FALHAS-ED
           ELSE
               MOVE ZEROS TO WS-FALHAS-ED
           END-IF.
           STRING OPER-ID " " OPER-PERFIL "      " WS-DESC-SITUACAO
                  " " OPER-DATA-INCLUSAO " " OPER-INCLUIDO-POR
                  " " OPER-DATA-SENHA " " OPER-ULTIMO-ACESSO
                  "  " WS-FALHAS-ED "    " WS-OBSERVACAO
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.

      ******************************************************************
      * LISTAR-ALTERACOES-REVISAO - Copia as linhas do log de
      *                             alteracoes gravadas no trimestre
      ******************************************************************
       LISTAR-ALTERACOES-REVISAO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.
           MOVE "ALTERACOES DO CADASTRO NO TRIMESTRE"
               TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.
           OPEN INPUT ARQUIVO-LOG.
           IF WS-FS-LOG = "00"
               MOVE "N" TO WS-FIM-LOG
               PERFORM UNTIL WS-FIM-LOG = "S"
                   READ ARQUIVO-LOG
                       AT END
                           MOVE "S" TO WS-FIM-LOG
                       NOT AT END
                           IF REG-LOG(1:10) >= WS-REV-INICIO
                                   AND REG-LOG(1:10) <= WS-REV-FIM
                               ADD 1 TO WS-REV-ALTERACOES
                               MOVE REG-LOG TO WS-LINHA-REVISAO
                               PERFORM GRAVAR-LINHA-REVISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOG
           END-IF.
           IF WS-REV-ALTERACOES = ZEROS
               MOVE "  (nenhuma)" TO WS-LINHA-REVISAO
               PERFORM GRAVAR-LINHA-REVISAO
           END-IF.

      ******************************************************************
      * GRAVAR-RESUMO-REVISAO - Contagens do cadastro e visto do
      *                         revisor
      ******************************************************************
       GRAVAR-RESUMO-REVISAO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.
           MOVE WS-REV-ATIVOS TO WS-CONTAGEM-ED.
           STRING "ATIVOS: " WS-CONTAGEM-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           MOVE WS-REV-SUSPENSOS TO WS-CONTAGEM-ED.
           STRING "   SUSPENSOS: " WS-CONTAGEM-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO(12:17)
           END-STRING.
           MOVE WS-REV-BLOQUEADOS TO WS-CONTAGEM-ED.
           STRING "   BLOQUEADOS: " WS-CONTAGEM-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO(29:18)
           END-STRING.
           MOVE WS-REV-SUPERVISORES TO WS-CONTAGEM-ED.
           STRING "   SUPERVISORES: " WS-CONTAGEM-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO(47:20)
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.
           MOVE WS-REV-EXPIRADAS TO WS-CONTAGEM-ED.
           STRING "SENHAS EXPIRADAS: " WS-CONTAGEM-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           MOVE WS-REV-SEM-ACESSO TO WS-CONTAGEM-ED.
           STRING "   SEM ACESSO NO TRIMESTRE: " WS-CONTAGEM-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO(22:32)
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-REVISAO.
           PERFORM GRAVAR-LINHA-REVISAO.
           STRING "REVISADO POR: ____________________   DATA: "
                  "____/____/________   VISTO: ______________"
                  DELIMITED BY SIZE INTO WS-LINHA-REVISAO
           END-STRING.
           PERFORM GRAVAR-LINHA-REVISAO.

      ******************************************************************
      * GRAVAR-LINHA-REVISAO - Gravacao fisica de uma linha da
      *                        listagem de revisao
      ******************************************************************
       GRAVAR-LINHA-REVISAO.
           WRITE REG-REVISAO FROM WS-LINHA-REVISAO.
           IF WS-FS-REVISAO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "REVISAO-ACESSOS.TXT (status " WS-FS-REVISAO ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-REVISAO.

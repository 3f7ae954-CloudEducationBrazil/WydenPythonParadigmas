      *> exceções ainda pendentes depois de N dias, com a chave, a
      *> rodada e a idade, no papel (RELENV-AAMMDD.REP) que a auditoria
      *> cobra para provar o acompanhamento.
      *>
      *> A tela exige identificação (CALCOPER.DAT, ver REGOPER.cpy) e é
      *> de operador e supervisor: corrigir e reabrir são do operador,
      *> justificar (aceitar o estouro sem correção) só do supervisor.
      *> Cada disposição sai carimbada com quem a fez (EX-OPERADOR) e vai
      *> para o log CALCSEG.DAT antes de valer.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcDisposicao.
     SELECT ARQ-RELATORIO ASSIGN TO W-NOME-RELATORIO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RELATORIO.
*> Cadastro de operadores (identificação) e log de segurança das ações
*> sensíveis - ver REGOPER.cpy e REGSEG.cpy.
     SELECT ARQ-OPERADORES ASSIGN TO "CALCOPER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-OPERADORES.
     SELECT ARQ-SEGURANCA ASSIGN TO "CALCSEG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-SEGURANCA.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-EXCECOES.
     COPY REGEXCEC.
 FD  ARQ-RELATORIO.
  01 REG-RELATORIO          PIC X(132).
 FD  ARQ-OPERADORES.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGOPER.cpy.
     COPY REGOPER.
 FD  ARQ-SEGURANCA.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGSEG.cpy.
     COPY REGSEG.
 WORKING-STORAGE SECTION.
 01 FS-EXCECOES            PIC X(02) VALUE "00".
    88 FS-EXCECOES-OK             VALUE "00".
*> acima disso é sinal de acompanhamento parado, não de tabela curta.
 01 TAB-EXCECOES.
    02 TE-ENTRADA OCCURS 500.
       03 TE-IMAGEM        PIC X(142).
       03 TE-RUN-ID        PIC X(06).
       03 TE-CHAVE         PIC X(13).
       03 TE-REF           PIC X(10).
       03 TE-SITUACAO      PIC X(01).
       03 TE-NOTA          PIC X(30).
       03 TE-DATA-DISP     PIC X(06).
       03 TE-OPERADOR      PIC X(08).
 01 W-QTDE-TAB             PIC 9(04) VALUE ZEROS.
 01 W-IDX-TAB              PIC 9(04) VALUE ZEROS.
 01 W-IDX-ALVO             PIC 9(04) VALUE ZEROS.
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
*> Identificação do operador e log de segurança - mesmos campos e
*> regras nos demais membros de manutenção (CalcManut, CalcDia,
*> CalcArquiva).
 01 FS-OPERADORES          PIC X(02) VALUE "00".
    88 FS-OPERADORES-OK           VALUE "00".
    88 FS-OPERADORES-NAO-EXISTE   VALUE "35".
 01 FS-SEGURANCA           PIC X(02) VALUE "00".
    88 FS-SEGURANCA-OK            VALUE "00".
    88 FS-SEGURANCA-NAO-EXISTE    VALUE "35".
 01 W-FIM-OPERADORES       PIC X(01) VALUE "N".
    88 FIM-OPERADORES              VALUE "S".
 01 W-ID-DIGITADO          PIC X(08) VALUE SPACES.
 01 W-SENHA-DIGITADA       PIC X(08) VALUE SPACES.
 01 W-TENTATIVAS           PIC 9(01) VALUE ZEROS.
 01 W-OPERADOR-IDENTIFICADO PIC X(01) VALUE "N".
    88 OPERADOR-IDENTIFICADO       VALUE "S".
 01 W-OPERADOR             PIC X(08) VALUE SPACES.
 01 W-PAPEL-OPERADOR       PIC X(01) VALUE SPACE.
    88 PAPEL-SUPERVISOR            VALUE "S".
    88 PAPEL-OPERADOR              VALUE "O".
    88 PAPEL-DIGITADOR             VALUE "D".
 01 W-SEG-ACAO             PIC X(12) VALUE SPACES.
 01 W-SEG-DETALHE          PIC X(40) VALUE SPACES.
 01 W-SEG-REGISTRADA       PIC X(01) VALUE "N".
    88 SEG-REGISTRADA              VALUE "S".
 01 W-HORA-SEG             PIC 9(08) VALUE ZEROS.
 SCREEN SECTION.
 01 TELA01.
    02 LINE 02 COLUMN 06 PIC 9(02)/ USING DIA.
     Display "Data: " at 0201.
     ACCEPT  DATA-DO-SISTEMA FROM DATE.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     PERFORM Identifica-Operador.
     IF NOT PAPEL-SUPERVISOR AND NOT PAPEL-OPERADOR
        MOVE "NEGADO" TO W-SEG-ACAO
        MOVE "DISPOSICAO DE EXCECOES" TO W-SEG-DETALHE
        PERFORM Grava-Seguranca
        DISPLAY "Disposicao restrita a operador/supervisor." AT 2103
        PERFORM Finaliza
     END-IF.
     PERFORM Carrega-Excecoes.
     PERFORM Trata-Menu UNTIL FIM-PROGRAMA.
     PERFORM Grava-Excecoes.
     END-IF.
     PERFORM Finaliza.

 Identifica-Operador.
*> Identificação obrigatória antes de qualquer ação: ID e senha contra
*> CALCOPER.DAT, três tentativas. Sem o cadastro não há quem autorizar
*> - o programa não abre (a segurança mantém o cadastro no editor).
     MOVE "N" TO W-OPERADOR-IDENTIFICADO.
     MOVE ZEROS TO W-TENTATIVAS.
     PERFORM Tenta-Identificacao
        UNTIL OPERADOR-IDENTIFICADO OR W-TENTATIVAS = 3.
     IF NOT OPERADOR-IDENTIFICADO
        DISPLAY "Identificacao recusada - programa encerrado." AT 2103
        PERFORM Finaliza
     END-IF.

 Tenta-Identificacao.
*> Cada tentativa, aceita ou não, vai para o log de segurança; sem o
*> log gravado a identificação não vale (ação sem registro não roda).
     ADD 1 TO W-TENTATIVAS.
     DISPLAY ERASE.
     DISPLAY TELA01 AT 0101.
     DISPLAY "Operador ................: " AT 0805.
     MOVE SPACES TO W-ID-DIGITADO.
     ACCEPT W-ID-DIGITADO AT 0832.
     DISPLAY "Senha ...................: " AT 0905.
     MOVE SPACES TO W-SENHA-DIGITADA.
     ACCEPT W-SENHA-DIGITADA AT 0932 WITH SECURE.
     PERFORM Procura-Operador.
     MOVE W-ID-DIGITADO TO W-OPERADOR.
     MOVE SPACES TO W-SEG-DETALHE.
     IF OPERADOR-IDENTIFICADO
        MOVE "SIGNON" TO W-SEG-ACAO
        STRING "PAPEL " W-PAPEL-OPERADOR DELIMITED BY SIZE
               INTO W-SEG-DETALHE
        END-STRING
     ELSE
        MOVE "SIGNON-FALHA" TO W-SEG-ACAO
        STRING "TENTATIVA " W-TENTATIVAS DELIMITED BY SIZE
               INTO W-SEG-DETALHE
        END-STRING
     END-IF.
     PERFORM Grava-Seguranca.
     IF NOT SEG-REGISTRADA
        DISPLAY "CALCSEG.DAT nao pode ser gravado - status "
                FS-SEGURANCA AT 2103
        PERFORM Finaliza
     END-IF.

 Procura-Operador.
*> O operador só é aceito com a senha certa, ativo e com um dos três
*> papéis - papel desconhecido no cadastro não ganha acesso nenhum.
     MOVE "N" TO W-OPERADOR-IDENTIFICADO.
     OPEN INPUT ARQ-OPERADORES.
     IF FS-OPERADORES-NAO-EXISTE
        DISPLAY "CALCOPER.DAT nao encontrado - cadastre os operadores."
                AT 2103
        PERFORM Finaliza
     END-IF.
     IF NOT FS-OPERADORES-OK
        DISPLAY "CALCOPER.DAT nao pode ser lido - status "
                FS-OPERADORES AT 2103
        PERFORM Finaliza
     END-IF.
     MOVE "N" TO W-FIM-OPERADORES.
     PERFORM Le-Operador.
     PERFORM Confere-Operador
        UNTIL FIM-OPERADORES OR OPERADOR-IDENTIFICADO.
     CLOSE ARQ-OPERADORES.

 Le-Operador.
     READ ARQ-OPERADORES
        AT END MOVE "S" TO W-FIM-OPERADORES
     END-READ.

 Confere-Operador.
     IF OP-ID = W-ID-DIGITADO AND W-ID-DIGITADO NOT = SPACES
       AND OP-SENHA = W-SENHA-DIGITADA AND OP-ATIVO
       AND (OP-SUPERVISOR OR OP-OPERADOR OR OP-DIGITADOR)
        MOVE "S" TO W-OPERADOR-IDENTIFICADO
        MOVE OP-PAPEL TO W-PAPEL-OPERADOR
     ELSE
        PERFORM Le-Operador
     END-IF.

 Grava-Seguranca.
*> Uma linha por ação sensível em CALCSEG.DAT (EXTEND; criado na
*> primeira gravação), gravada ANTES da ação: o chamador confere
*> SEG-REGISTRADA e não executa o que não ficou registrado.
     MOVE "N" TO W-SEG-REGISTRADA.
     ACCEPT W-HORA-SEG FROM TIME.
     OPEN EXTEND ARQ-SEGURANCA.
     IF FS-SEGURANCA-NAO-EXISTE
        OPEN OUTPUT ARQ-SEGURANCA
     END-IF.
     IF FS-SEGURANCA-OK
        MOVE SPACES TO REG-SEGURANCA
        MOVE ANO TO SG-ANO
        MOVE MES TO SG-MES
        MOVE DIA TO SG-DIA
        MOVE W-HORA-SEG (1:6) TO SG-HORA
        MOVE W-OPERADOR    TO SG-OPERADOR
        MOVE "CalcDisposicao" TO SG-PROGRAMA
        MOVE W-SEG-ACAO    TO SG-ACAO
        MOVE W-SEG-DETALHE TO SG-DETALHE
        WRITE REG-SEGURANCA
        IF FS-SEGURANCA-OK
           MOVE "S" TO W-SEG-REGISTRADA
        END-IF
        CLOSE ARQ-SEGURANCA
     END-IF.

 Carrega-Excecoes.
*> Carrega o arquivo inteiro: imagem intacta (regravada na saída) mais
*> os campos de consulta. Situação em branco (registro anterior à
           END-IF
           MOVE EX-NOTA       TO TE-NOTA      (W-QTDE-TAB)
           MOVE EX-DATA-DISP  TO TE-DATA-DISP (W-QTDE-TAB)
           MOVE EX-OPERADOR   TO TE-OPERADOR  (W-QTDE-TAB)
           PERFORM Le-Excecao
        END-PERFORM
        IF NOT FIM-EXCECOES
              MOVE TE-SITUACAO (W-IDX-TAB)  TO EX-SITUACAO
              MOVE TE-NOTA (W-IDX-TAB)      TO EX-NOTA
              MOVE TE-DATA-DISP (W-IDX-TAB) TO EX-DATA-DISP
              MOVE TE-OPERADOR (W-IDX-TAB)  TO EX-OPERADOR
              WRITE REG-EXCECAO
           END-PERFORM
           CLOSE ARQ-EXCECOES
     IF W-IDX-ALVO > 0
        DISPLAY "Atual: " TE-CHAVE (W-IDX-ALVO) " "
                TE-LIMITE (W-IDX-ALVO) " situacao "
                TE-SITUACAO (W-IDX-ALVO) " por "
                TE-OPERADOR (W-IDX-ALVO) AT 0905
        DISPLAY "Nova situacao (P/J/C): " AT 1005
        MOVE SPACE TO W-SITUACAO-DIGITADA
        ACCEPT W-SITUACAO-DIGITADA AT 1030
        EVALUATE W-SITUACAO-DIGITADA
           WHEN "J" PERFORM Autoriza-Justificativa
           WHEN "j" MOVE "J" TO W-SITUACAO-DIGITADA
                    PERFORM Autoriza-Justificativa
           WHEN "C" PERFORM Aplica-Disposicao
           WHEN "c" MOVE "C" TO W-SITUACAO-DIGITADA
                    PERFORM Aplica-Disposicao
        END-EVALUATE
     END-IF.

 Autoriza-Justificativa.
*> Justificar é aceitar o estouro como está - decisão do supervisor.
     IF PAPEL-SUPERVISOR
        PERFORM Aplica-Disposicao
     ELSE
        MOVE "NEGADO" TO W-SEG-ACAO
        MOVE SPACES TO W-SEG-DETALHE
        STRING "JUSTIFICA " TE-CHAVE (W-IDX-ALVO)
               DELIMITED BY SIZE INTO W-SEG-DETALHE
        END-STRING
        PERFORM Grava-Seguranca
        MOVE "Justificativa restrita ao supervisor." TO W-MENSAGEM
     END-IF.

 Aplica-Disposicao.
     DISPLAY "Nota do revisor .........: " AT 1105.
     MOVE SPACES TO W-NOTA-DIGITADA.
     ACCEPT W-NOTA-DIGITADA AT 1132.
     IF W-SITUACAO-DIGITADA = "J"
        MOVE "JUSTIFICA" TO W-SEG-ACAO
     ELSE
        MOVE "CORRIGE" TO W-SEG-ACAO
     END-IF.
     PERFORM Registra-Disposicao.
     IF SEG-REGISTRADA
        MOVE W-SITUACAO-DIGITADA TO TE-SITUACAO (W-IDX-ALVO)
        MOVE W-NOTA-DIGITADA     TO TE-NOTA     (W-IDX-ALVO)
        MOVE W-OPERADOR          TO TE-OPERADOR (W-IDX-ALVO)
        MOVE SPACES TO TE-DATA-DISP (W-IDX-ALVO)
        STRING ANO MES DIA DELIMITED BY SIZE
               INTO TE-DATA-DISP (W-IDX-ALVO)
        END-STRING
        MOVE "Disposicao registrada." TO W-MENSAGEM
     END-IF.

 Reabre-Excecao.
*> Reabrir também é disposição: o carimbo passa a ser de quem reabriu.
     MOVE "REABRE" TO W-SEG-ACAO.
     PERFORM Registra-Disposicao.
     IF SEG-REGISTRADA
        MOVE "P"        TO TE-SITUACAO  (W-IDX-ALVO)
        MOVE SPACES     TO TE-NOTA      (W-IDX-ALVO)
        MOVE SPACES     TO TE-DATA-DISP (W-IDX-ALVO)
        MOVE W-OPERADOR TO TE-OPERADOR  (W-IDX-ALVO)
        MOVE "Excecao reaberta como pendente." TO W-MENSAGEM
     END-IF.

 Registra-Disposicao.
*> A disposição vai para o log antes de mudar a tabela; sem o registro
*> a exceção fica como estava.
     MOVE SPACES TO W-SEG-DETALHE.
     STRING TE-CHAVE (W-IDX-ALVO) " " TE-LIMITE (W-IDX-ALVO)
            DELIMITED BY SIZE INTO W-SEG-DETALHE
     END-STRING.
     PERFORM Grava-Seguranca.
     IF NOT SEG-REGISTRADA
        MOVE "Log de seguranca indisponivel - nada alterado."
             TO W-MENSAGEM
     END-IF.

 Relatorio-Envelhecimento.
*> Relatório de envelhecimento: as exceções ainda pendentes com mais de

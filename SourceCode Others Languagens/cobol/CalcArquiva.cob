      *> REGAUDIT), deixa um arquivo corrente compacto no lugar e imprime
      *> um relatório de corte com a quantidade enviada a cada geração.
      *> A história continua consultável por mês nas gerações.
      *>
      *> O expurgo mexe na trilha de auditoria: só o supervisor roda,
      *> identificado contra CALCOPER.DAT (ver REGOPER.cpy), e a data
      *> de corte vai para o log CALCSEG.DAT antes de o arquivo mudar.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcArquiva.
     SELECT ARQ-GERACAO ASSIGN TO W-NOME-GERACAO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-GERACAO.
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
 FD  ARQ-AUDITORIA.
 FD  ARQ-GERACAO.
     COPY REGAUDIT REPLACING ==REG-AUDITORIA== BY ==REG-GERACAO==
                             LEADING ==AU-== BY ==GR-==.
 FD  ARQ-OPERADORES.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGOPER.cpy.
     COPY REGOPER.
 FD  ARQ-SEGURANCA.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGSEG.cpy.
     COPY REGSEG.
 WORKING-STORAGE SECTION.
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
 01 W-GERACAO-ACHADA       PIC X(01) VALUE "N".
    88 GERACAO-ACHADA              VALUE "S".
 01 MASC-QTDE              PIC ZZZ.ZZ9.
 01 DATA-DO-SISTEMA.
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
*> Identificação do operador e log de segurança - mesmos campos e
*> regras nos demais membros de manutenção (CalcManut, CalcDia,
*> CalcDisposicao).
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
 PROCEDURE DIVISION.
 Inicio.
     DISPLAY "===== CALCARQUIVA - EXPURGO DA TRILHA DE AUDITORIA =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     PERFORM Identifica-Operador.
     IF NOT PAPEL-SUPERVISOR
        MOVE "NEGADO" TO W-SEG-ACAO
        MOVE "EXPURGO DA TRILHA" TO W-SEG-DETALHE
        PERFORM Grava-Seguranca
        DISPLAY "Expurgo da trilha restrito ao supervisor."
        STOP RUN
     END-IF.
     DISPLAY "Data de corte (AAMMDD) - anteriores vao para as geracoes: "
             WITH NO ADVANCING.
     ACCEPT W-DATA-CORTE-TXT.
        STOP RUN
     END-IF.
     MOVE W-DATA-CORTE-TXT TO W-DATA-CORTE.
     MOVE "EXPURGO" TO W-SEG-ACAO.
     MOVE SPACES TO W-SEG-DETALHE.
     STRING "CORTE " W-DATA-CORTE-TXT DELIMITED BY SIZE
            INTO W-SEG-DETALHE
     END-STRING.
     PERFORM Grava-Seguranca.
     IF NOT SEG-REGISTRADA
        DISPLAY "CALCSEG.DAT nao pode ser gravado - status "
                FS-SEGURANCA " - expurgo nao feito."
        STOP RUN
     END-IF.
     OPEN INPUT ARQ-AUDITORIA.
     IF FS-AUDITORIA-NAO-EXISTE
        DISPLAY "CALCLOG.DAT nao encontrado - nada a arquivar."
     PERFORM Imprime-Relatorio.
     STOP RUN.

 Identifica-Operador.
*> Identificação obrigatória antes de qualquer ação: ID e senha contra
*> CALCOPER.DAT, três tentativas. Sem o cadastro não há quem autorizar
*> - o programa não abre (a segurança mantém o cadastro no editor).
     MOVE "N" TO W-OPERADOR-IDENTIFICADO.
     MOVE ZEROS TO W-TENTATIVAS.
     PERFORM Tenta-Identificacao
        UNTIL OPERADOR-IDENTIFICADO OR W-TENTATIVAS = 3.
     IF NOT OPERADOR-IDENTIFICADO
        DISPLAY "Identificacao recusada - programa encerrado."
        STOP RUN
     END-IF.

 Tenta-Identificacao.
*> Cada tentativa, aceita ou não, vai para o log de segurança; sem o
*> log gravado a identificação não vale (ação sem registro não roda).
     ADD 1 TO W-TENTATIVAS.
     DISPLAY "Operador: " WITH NO ADVANCING.
     MOVE SPACES TO W-ID-DIGITADO.
     ACCEPT W-ID-DIGITADO.
     DISPLAY "Senha: " WITH NO ADVANCING.
     MOVE SPACES TO W-SENHA-DIGITADA.
     ACCEPT W-SENHA-DIGITADA WITH SECURE.
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
        DISPLAY "Operador ou senha invalidos."
     END-IF.
     PERFORM Grava-Seguranca.
     IF NOT SEG-REGISTRADA
        DISPLAY "CALCSEG.DAT nao pode ser gravado - status "
                FS-SEGURANCA
        STOP RUN
     END-IF.

 Procura-Operador.
*> O operador só é aceito com a senha certa, ativo e com um dos três
*> papéis - papel desconhecido no cadastro não ganha acesso nenhum.
     MOVE "N" TO W-OPERADOR-IDENTIFICADO.
     OPEN INPUT ARQ-OPERADORES.
     IF FS-OPERADORES-NAO-EXISTE
        DISPLAY "CALCOPER.DAT nao encontrado - cadastre os operadores."
        STOP RUN
     END-IF.
     IF NOT FS-OPERADORES-OK
        DISPLAY "CALCOPER.DAT nao pode ser lido - status "
                FS-OPERADORES
        STOP RUN
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
        MOVE "CalcArquiva" TO SG-PROGRAMA
        MOVE W-SEG-ACAO    TO SG-ACAO
        MOVE W-SEG-DETALHE TO SG-DETALHE
        WRITE REG-SEGURANCA
        IF FS-SEGURANCA-OK
           MOVE "S" TO W-SEG-REGISTRADA
        END-IF
        CLOSE ARQ-SEGURANCA
     END-IF.

 Le-Auditoria.
     READ ARQ-AUDITORIA
        AT END MOVE "S" TO W-FIM-AUDITORIA

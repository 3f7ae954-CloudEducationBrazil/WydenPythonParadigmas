      *> contra esta data - e o batch é recusado num dia já fechado.
      *> É assim que os demais sistemas da casa funcionam; a suite era
      *> a exceção.
      *>
      *> Abrir e fechar o dia exige identificação (CALCOPER.DAT, ver
      *> REGOPER.cpy): operador ou supervisor abrem, só o supervisor
      *> fecha. Quem abriu/fechou fica em DT-OPERADOR e a ação, assim
      *> como a tentativa barrada, vai para o log CALCSEG.DAT.
      *>
      *> O fechamento do último dia do mês vira o mês no mestre
      *> acumulador (CALCACUM.DAT, ver REGACUM.cpy): os registros do mês
      *> ficam fechados e cada origem ganha o registro do mês seguinte
      *> com o acumulado do ano (zerado na virada de dezembro). Um mês
      *> que terminou em dia sem processamento vira na abertura do
      *> primeiro dia do mês novo; dia em mês já virado não abre.
      *>
      *> Antes de fechar, o CalcFechamento confere o dia (job da noite,
      *> rodadas, conciliação, certificação, exceções vencidas e
      *> suspensos) e grava a folha de visto RELFEC-AAMMDD.REP. Com item
      *> em falha o dia não fecha, salvo se o supervisor informar o motivo
      *> da liberação - registrado em CALCSEG.DAT (FORCA-FECHA) antes do
      *> fechamento.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcDia.
     SELECT ARQ-DATA-PROC ASSIGN TO "CALCDATA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-DATA-PROC.
*> Cadastro de operadores (identificação) e log de segurança das ações
*> sensíveis - ver REGOPER.cpy e REGSEG.cpy.
     SELECT ARQ-OPERADORES ASSIGN TO "CALCOPER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-OPERADORES.
     SELECT ARQ-SEGURANCA ASSIGN TO "CALCSEG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-SEGURANCA.
*> Mestre acumulador por origem e período - ver REGACUM.cpy.
     SELECT ARQ-ACUMULADO ASSIGN TO "CALCACUM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AC-CHAVE
            FILE STATUS IS FS-ACUMULADO.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-DATA-PROC.
*> Layout compartilhado com a Calculadora/CalcConsolida - ver REGDATA.cpy.
     COPY REGDATA.
 FD  ARQ-OPERADORES.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGOPER.cpy.
     COPY REGOPER.
 FD  ARQ-SEGURANCA.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGSEG.cpy.
     COPY REGSEG.
 FD  ARQ-ACUMULADO.
*> Layout compartilhado com a Calculadora/CalcAcumula - ver REGACUM.cpy.
     COPY REGACUM.
 WORKING-STORAGE SECTION.
 01 FS-DATA-PROC           PIC X(02) VALUE "00".
    88 FS-DATA-PROC-OK            VALUE "00".
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
*> Identificação do operador e log de segurança - mesmos campos e
*> regras nos demais membros de manutenção (CalcManut, CalcDisposicao,
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
*> Checklist de fechamento: comando do CalcFechamento (terminado em
*> LOW-VALUE no CALL "SYSTEM", como no CalcNoturno), o código que ele
*> devolveu e o motivo de uma liberação pelo supervisor.
 01 W-CMD-CHECKLIST        PIC X(60) VALUE "cobcrun CalcFechamento".
 01 W-COMANDO              PIC X(61) VALUE SPACES.
 01 W-RETORNO-CHECKLIST    PIC S9(04) VALUE ZEROS.
 01 W-FECHAMENTO-LIBERADO  PIC X(01) VALUE "N".
    88 FECHAMENTO-LIBERADO         VALUE "S".
 01 W-MOTIVO-LIBERACAO     PIC X(40) VALUE SPACES.
*> Virada de mês do mestre acumulador. Os meses são AAMM; o dia
*> seguinte do calendário (AAAAMMDD) diz se o dia fechado é o último.
 01 FS-ACUMULADO           PIC X(02) VALUE "00".
    88 FS-ACUMULADO-OK            VALUE "00".
    88 FS-ACUMULADO-NAO-EXISTE    VALUE "35".
 01 W-FIM-ACUMULADO        PIC X(01) VALUE "N".
    88 FIM-ACUMULADO               VALUE "S".
 01 W-ACUM-EXISTE          PIC X(01) VALUE "N".
    88 ACUM-EXISTE                 VALUE "S".
 01 W-VIRADA-OK            PIC X(01) VALUE "N".
    88 VIRADA-OK                   VALUE "S".
 01 W-DATA-CHAVE           PIC 9(08) VALUE ZEROS.
 01 W-DATA-SEGUINTE        PIC 9(08) VALUE ZEROS.
 01 W-DATA-SEGUINTE-R REDEFINES W-DATA-SEGUINTE.
    02 W-DS-ANO            PIC 9(04).
    02 W-DS-MES            PIC 9(02).
    02 W-DS-DIA            PIC 9(02).
 01 W-MES-FECHADO          PIC 9(04) VALUE ZEROS.
 01 W-MES-ATUAL            PIC 9(04) VALUE ZEROS.
 01 W-MES-ABRIR            PIC 9(04) VALUE ZEROS.
 01 W-MES-VIRADA           PIC 9(04) VALUE ZEROS.
 01 W-MES-VIRADA-R REDEFINES W-MES-VIRADA.
    02 W-MV-ANO            PIC 9(02).
    02 W-MV-MES            PIC 9(02).
 01 W-MES-NOVO.
    02 W-MN-ANO            PIC 9(02) VALUE ZEROS.
    02 W-MN-MES            PIC 9(02) VALUE ZEROS.
*> Origens do mês que vira, com o acumulado do ano a levar para o mês
*> seguinte (imagem do bloco 3 de AC-TOTAIS).
 01 TAB-VIRADA.
    02 VM-ENTRADA OCCURS 500.
       03 VM-ORIGEM          PIC X(10).
       03 VM-ANO             PIC X(153).
 01 W-QTDE-VIRADA          PIC 9(03) VALUE ZEROS.
 01 W-QTDE-VIRADA-EXCEDE   PIC 9(05) VALUE ZEROS.
 01 W-IDX-VIRADA           PIC 9(03) VALUE ZEROS.
 01 W-QTDE-MES-NOVO        PIC 9(03) VALUE ZEROS.
 PROCEDURE DIVISION.
 Inicio.
     DISPLAY "===== CALCDIA - CONTROLE DO DIA DE PROCESSAMENTO =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     PERFORM Identifica-Operador.
     PERFORM Le-Data-Corrente.
     IF TEM-REGISTRO
        DISPLAY "Dia de processamento corrente: " W-DATA-ATUAL
     DISPLAY "A=abre dia  F=fecha dia  X=sai: " WITH NO ADVANCING.
     ACCEPT W-OPCAO.
     EVALUATE W-OPCAO
        WHEN "A" PERFORM Autoriza-Abertura
        WHEN "a" PERFORM Autoriza-Abertura
        WHEN "F" PERFORM Autoriza-Fechamento
        WHEN "f" PERFORM Autoriza-Fechamento
        WHEN OTHER CONTINUE
     END-EVALUATE.
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
        MOVE "CalcDia" TO SG-PROGRAMA
        MOVE W-SEG-ACAO    TO SG-ACAO
        MOVE W-SEG-DETALHE TO SG-DETALHE
        WRITE REG-SEGURANCA
        IF FS-SEGURANCA-OK
           MOVE "S" TO W-SEG-REGISTRADA
        END-IF
        CLOSE ARQ-SEGURANCA
     END-IF.

 Autoriza-Abertura.
*> Abrir o dia é de operador ou supervisor; o digitador é barrado e a
*> tentativa fica no log.
     IF PAPEL-SUPERVISOR OR PAPEL-OPERADOR
        PERFORM Abre-Dia
     ELSE
        MOVE "NEGADO" TO W-SEG-ACAO
        MOVE "ABERTURA DO DIA" TO W-SEG-DETALHE
        PERFORM Grava-Seguranca
        DISPLAY "Abertura do dia restrita a operador/supervisor."
     END-IF.

 Autoriza-Fechamento.
*> Fechar o dia encerra o movimento contábil: só o supervisor.
     IF PAPEL-SUPERVISOR
        PERFORM Fecha-Dia
     ELSE
        MOVE "NEGADO" TO W-SEG-ACAO
        MOVE "FECHAMENTO DO DIA" TO W-SEG-DETALHE
        PERFORM Grava-Seguranca
        DISPLAY "Fechamento do dia restrito ao supervisor."
     END-IF.

 Le-Data-Corrente.
     MOVE "N" TO W-TEM-REGISTRO.
     OPEN INPUT ARQ-DATA-PROC.
           MOVE W-DATA-TXT (3:2) TO DT-MES
           MOVE W-DATA-TXT (5:2) TO DT-DIA
        END-IF
        PERFORM Confere-Mes-Abertura
        MOVE "A" TO DT-SITUACAO
        MOVE W-OPERADOR TO DT-OPERADOR
        MOVE "ABRE-DIA" TO W-SEG-ACAO
        PERFORM Registra-Acao-Dia
        PERFORM Grava-Data
        DISPLAY "Dia " DT-DATA-PROC " aberto para processamento."
     END-IF.
        IF W-SITUACAO-ATUAL = "F"
           DISPLAY "Dia " W-DATA-ATUAL " ja esta fechado."
        ELSE
           PERFORM Confere-Checklist
           IF FECHAMENTO-LIBERADO
              MOVE SPACES TO REG-DATA-PROC
              MOVE W-DATA-ATUAL TO DT-DATA-PROC
              MOVE "F" TO DT-SITUACAO
              MOVE W-OPERADOR TO DT-OPERADOR
              MOVE "FECHA-DIA" TO W-SEG-ACAO
              PERFORM Registra-Acao-Dia
              PERFORM Grava-Data
              DISPLAY "Dia " W-DATA-ATUAL " fechado."
              PERFORM Verifica-Fim-Mes
           END-IF
        END-IF
     END-IF.

 Confere-Checklist.
*> Dispara o CalcFechamento sobre o dia aberto: código zero = todos os
*> itens passam e o fechamento segue. Qualquer outro código (item em
*> falha, ou o checklist nem rodou) só fecha com a liberação.
     MOVE "N" TO W-FECHAMENTO-LIBERADO.
     DISPLAY " ".
     DISPLAY ">> Checklist de fechamento: "
             FUNCTION TRIM(W-CMD-CHECKLIST).
     MOVE SPACES TO W-COMANDO.
     STRING FUNCTION TRIM(W-CMD-CHECKLIST) LOW-VALUE
            DELIMITED BY SIZE INTO W-COMANDO
     END-STRING.
     CALL "SYSTEM" USING W-COMANDO.
     MOVE RETURN-CODE TO W-RETORNO-CHECKLIST.
     MOVE ZERO TO RETURN-CODE.
     IF W-RETORNO-CHECKLIST = ZERO
        MOVE "S" TO W-FECHAMENTO-LIBERADO
     ELSE
        DISPLAY "Checklist devolveu codigo " W-RETORNO-CHECKLIST
                " - item em falha (ver a folha RELFEC)."
        PERFORM Solicita-Liberacao
     END-IF.

 Solicita-Liberacao.
*> Só o supervisor chega aqui (Autoriza-Fechamento). O motivo vai para
*> o log antes do fechamento - sem o registro, não fecha; sem motivo, a
*> recusa também fica no log.
     DISPLAY "Motivo para liberar o fechamento (ENTER=nao fecha): "
             WITH NO ADVANCING.
     MOVE SPACES TO W-MOTIVO-LIBERACAO.
     ACCEPT W-MOTIVO-LIBERACAO.
     IF W-MOTIVO-LIBERACAO = SPACES
        MOVE "NEGADO" TO W-SEG-ACAO
        MOVE "FECHAMENTO - CHECKLIST EM FALHA" TO W-SEG-DETALHE
        PERFORM Grava-Seguranca
        DISPLAY "Fechamento nao realizado - dia " W-DATA-ATUAL
                " continua aberto."
     ELSE
        MOVE "FORCA-FECHA" TO W-SEG-ACAO
        MOVE W-MOTIVO-LIBERACAO TO W-SEG-DETALHE
        PERFORM Grava-Seguranca
        IF SEG-REGISTRADA
           MOVE "S" TO W-FECHAMENTO-LIBERADO
        ELSE
           DISPLAY "CALCSEG.DAT nao pode ser gravado - status "
                   FS-SEGURANCA " - dia nao fechado."
        END-IF
     END-IF.

 Registra-Acao-Dia.
*> Abertura/fechamento vai para o log antes de regravar CALCDATA.DAT;
*> sem o registro a data não muda.
     MOVE SPACES TO W-SEG-DETALHE.
     STRING "DIA " DT-DATA-PROC DELIMITED BY SIZE INTO W-SEG-DETALHE
     END-STRING.
     PERFORM Grava-Seguranca.
     IF NOT SEG-REGISTRADA
        DISPLAY "CALCSEG.DAT nao pode ser gravado - status "
                FS-SEGURANCA " - dia nao alterado."
        STOP RUN
     END-IF.

 Grava-Data.
     OPEN OUTPUT ARQ-DATA-PROC.
     IF NOT FS-DATA-PROC-OK
     END-IF.
     WRITE REG-DATA-PROC.
     CLOSE ARQ-DATA-PROC.

 Confere-Mes-Abertura.
*> O dia a abrir não pode cair num mês já virado no acumulado (os
*> totais do mês estão fechados). Abrindo um mês novo sem que o mês do
*> último dia fechado tenha virado (terminou num dia sem processamento,
*> ou a virada falhou no fechamento), a virada pendente é feita agora
*> - sem ela o dia não abre.
     PERFORM Le-Mes-Fechado.
     COMPUTE W-MES-ABRIR = DT-ANO * 100 + DT-MES.
     IF W-MES-ABRIR NOT > W-MES-FECHADO
        DISPLAY "Mes " W-MES-ABRIR " ja virado no acumulado (CALCACUM.DAT)"
                " - dia nao aberto."
        STOP RUN
     END-IF.
     IF TEM-REGISTRO
        COMPUTE W-MES-ATUAL = W-DATA-ATUAL / 100
        IF W-MES-ABRIR > W-MES-ATUAL AND W-MES-ATUAL > W-MES-FECHADO
           MOVE W-MES-ATUAL TO W-MES-VIRADA
           PERFORM Vira-Mes
           IF NOT VIRADA-OK
              DISPLAY "Virada do mes " W-MES-VIRADA
                      " pendente - dia nao aberto."
              STOP RUN
           END-IF
        END-IF
     END-IF.

 Verifica-Fim-Mes.
*> O dia fechado é o último do mês quando o seguinte no calendário é
*> dia 1: vira o mês no acumulado. A falha aqui não desfaz o
*> fechamento do dia - a abertura do próximo dia refaz a virada.
     COMPUTE W-DATA-CHAVE = 20000000 + W-DATA-ATUAL.
     IF FUNCTION TEST-DATE-YYYYMMDD(W-DATA-CHAVE) = 0
        COMPUTE W-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(W-DATA-CHAVE) + 1)
        IF W-DS-DIA = 1
           COMPUTE W-MES-VIRADA = W-DATA-ATUAL / 100
           PERFORM Le-Mes-Fechado
           IF W-MES-VIRADA > W-MES-FECHADO
              PERFORM Vira-Mes
              IF NOT VIRADA-OK
                 DISPLAY "Virada do mes " W-MES-VIRADA
                         " pendente - sera feita na abertura do proximo dia."
              END-IF
           END-IF
        END-IF
     END-IF.

 Le-Mes-Fechado.
*> Último mês virado, do registro de controle do acumulado (zero sem o
*> arquivo ou sem o controle: nenhum mês virado ainda).
     MOVE ZEROS TO W-MES-FECHADO.
     OPEN INPUT ARQ-ACUMULADO.
     IF NOT FS-ACUMULADO-NAO-EXISTE
        IF NOT FS-ACUMULADO-OK
           DISPLAY "CALCACUM.DAT nao pode ser lido - status "
                   FS-ACUMULADO
           STOP RUN
        END-IF
        MOVE SPACES TO REG-ACUMULADO
        MOVE "*CONTROLE*" TO AC-ORIGEM
        MOVE ZEROS TO AC-PERIODO
        READ ARQ-ACUMULADO KEY IS AC-CHAVE
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF AC-CT-MES-FECHADO IS NUMERIC
                 MOVE AC-CT-MES-FECHADO TO W-MES-FECHADO
              END-IF
        END-READ
        CLOSE ARQ-ACUMULADO
     END-IF.

 Vira-Mes.
*> Vira W-MES-VIRADA (AAMM): fecha os registros do mês, abre o mês
*> seguinte de cada origem com o acumulado do ano (dezembro vira o ano
*> e começa do zero) e guarda o mês no controle. Vai para o log antes;
*> sem o log, não vira.
     MOVE "N" TO W-VIRADA-OK.
     MOVE "VIRA-MES" TO W-SEG-ACAO.
     MOVE SPACES TO W-SEG-DETALHE.
     STRING "MES " W-MES-VIRADA DELIMITED BY SIZE INTO W-SEG-DETALHE
     END-STRING.
     PERFORM Grava-Seguranca.
     IF NOT SEG-REGISTRADA
        DISPLAY "CALCSEG.DAT nao pode ser gravado - status "
                FS-SEGURANCA " - mes nao virado."
     ELSE
        OPEN I-O ARQ-ACUMULADO
        IF FS-ACUMULADO-NAO-EXISTE
           OPEN OUTPUT ARQ-ACUMULADO
           CLOSE ARQ-ACUMULADO
           OPEN I-O ARQ-ACUMULADO
        END-IF
        IF NOT FS-ACUMULADO-OK
           DISPLAY "CALCACUM.DAT nao pode ser aberto - status "
                   FS-ACUMULADO " - mes nao virado."
        ELSE
           PERFORM Fecha-Mes-Acumulado
           PERFORM Abre-Mes-Seguinte
           PERFORM Grava-Mes-Fechado
           CLOSE ARQ-ACUMULADO
           MOVE "S" TO W-VIRADA-OK
           DISPLAY "Mes " W-MES-VIRADA " virado no acumulado - "
                   W-QTDE-MES-NOVO " origem(ns) abertas em " W-MES-NOVO
                   "."
           IF W-QTDE-VIRADA-EXCEDE > 0
              DISPLAY "Origens alem de 500 no mes: " W-QTDE-VIRADA-EXCEDE
                      " - abertas no primeiro lancamento do mes novo."
           END-IF
        END-IF
     END-IF.

 Fecha-Mes-Acumulado.
     MOVE ZEROS TO W-QTDE-VIRADA.
     MOVE ZEROS TO W-QTDE-VIRADA-EXCEDE.
     MOVE LOW-VALUES TO AC-CHAVE.
     MOVE "N" TO W-FIM-ACUMULADO.
     START ARQ-ACUMULADO KEY IS >= AC-CHAVE
        INVALID KEY MOVE "S" TO W-FIM-ACUMULADO
     END-START.
     PERFORM Fecha-Registro-Mes UNTIL FIM-ACUMULADO.

 Fecha-Registro-Mes.
*> Registro do mês que vira: marcado F e guardado na tabela com o
*> acumulado do ano. A tabela cheia não perde a origem: o primeiro
*> lançamento dela no mês novo cria o registro a partir deste.
     READ ARQ-ACUMULADO NEXT RECORD
        AT END MOVE "S" TO W-FIM-ACUMULADO
     END-READ.
     IF NOT FIM-ACUMULADO
        IF NOT AC-CONTROLE AND AC-ANO = W-MV-ANO AND AC-MES = W-MV-MES
           IF NOT AC-MES-FECHADO
              MOVE "F" TO AC-SITUACAO
              REWRITE REG-ACUMULADO
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF
           IF W-QTDE-VIRADA < 500
              ADD 1 TO W-QTDE-VIRADA
              MOVE AC-ORIGEM     TO VM-ORIGEM (W-QTDE-VIRADA)
              MOVE AC-TOTAIS (3) TO VM-ANO (W-QTDE-VIRADA)
           ELSE
              ADD 1 TO W-QTDE-VIRADA-EXCEDE
           END-IF
        END-IF
     END-IF.

 Abre-Mes-Seguinte.
     IF W-MV-MES = 12
        MOVE 1 TO W-MN-MES
        IF W-MV-ANO = 99
           MOVE ZEROS TO W-MN-ANO
        ELSE
           COMPUTE W-MN-ANO = W-MV-ANO + 1
        END-IF
     ELSE
        MOVE W-MV-ANO TO W-MN-ANO
        COMPUTE W-MN-MES = W-MV-MES + 1
     END-IF.
     MOVE ZEROS TO W-QTDE-MES-NOVO.
     PERFORM VARYING W-IDX-VIRADA FROM 1 BY 1
              UNTIL W-IDX-VIRADA > W-QTDE-VIRADA
        PERFORM Cria-Mes-Seguinte
     END-PERFORM.

 Cria-Mes-Seguinte.
*> Registro do mês novo já existente (lançamento que chegou antes da
*> virada) fica como está.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE VM-ORIGEM (W-IDX-VIRADA) TO AC-ORIGEM.
     MOVE W-MES-NOVO TO AC-PERIODO.
     MOVE "A" TO AC-SITUACAO.
     MOVE ZEROS TO AC-DATA-DIA.
     INITIALIZE AC-TOTAIS (1).
     INITIALIZE AC-TOTAIS (2).
     INITIALIZE AC-TOTAIS (3).
     IF W-MV-MES NOT = 12
        MOVE VM-ANO (W-IDX-VIRADA) TO AC-TOTAIS (3)
     END-IF.
     WRITE REG-ACUMULADO
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO W-QTDE-MES-NOVO
     END-WRITE.

 Grava-Mes-Fechado.
*> Controle ausente (acumulado ainda sem lançamento): criado com
*> rodada zero - o primeiro lançamento da Calculadora pega a trilha
*> indexada inteira.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE "*CONTROLE*" TO AC-ORIGEM.
     MOVE ZEROS TO AC-PERIODO.
     MOVE "S" TO W-ACUM-EXISTE.
     READ ARQ-ACUMULADO KEY IS AC-CHAVE
        INVALID KEY MOVE "N" TO W-ACUM-EXISTE
     END-READ.
     IF ACUM-EXISTE
        IF W-MES-VIRADA > AC-CT-MES-FECHADO
           MOVE W-MES-VIRADA TO AC-CT-MES-FECHADO
        END-IF
        REWRITE REG-ACUMULADO
           INVALID KEY CONTINUE
        END-REWRITE
     ELSE
        MOVE SPACES TO REG-ACUMULADO
        MOVE "*CONTROLE*" TO AC-ORIGEM
        MOVE ZEROS TO AC-PERIODO
        MOVE ZEROS TO AC-DATA-DIA
        MOVE ZEROS TO AC-CT-ULT-RUN
        MOVE W-MES-VIRADA TO AC-CT-MES-FECHADO
        WRITE REG-ACUMULADO
           INVALID KEY CONTINUE
        END-WRITE
     END-IF.

      *> contagem e os hash totals do que já foi digitado e, na
      *> liberação, grava o TRANSACOES.DAT completo com header e trailer
      *> - o arquivo chega ao Processa-Batch sempre limpo de máquina.
      *> O trabalho em andamento fica em TRANSPEN.DAT (só detalhes e
      *> estornos) e sobrevive entre sessões até a liberação.
      *>
      *> A sessão começa pela identificação do operador (CALCOPER.DAT,
      *> ver REGOPER.cpy): qualquer papel digita, mas só operador e
      *> supervisor liberam o lote. A liberação e as tentativas barradas
      *> vão para o log de segurança (CALCSEG.DAT) e o operador sai
      *> carimbado no header do TRANSACOES.DAT.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcManut.
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
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-TRANSACOES.
     COPY REGTRANS.
 FD  ARQ-PENDENTES.
*> Mesmos layouts com outros nomes, para os dois arquivos poderem
*> ficar abertos ao mesmo tempo (o pendente só usa o detalhe e o
*> estorno).
     COPY REGTRANS REPLACING ==REG-TRANSACAO==     BY ==REG-PENDENTE==
                             ==REG-TRANS-ESTORNO== BY ==REG-PEND-ESTORNO==
                             ==REG-TRANS-HEADER== BY ==REG-PEND-HEADER==
                             ==REG-TRANS-TRAILER== BY ==REG-PEND-TRAILER==
                             ==TR-IMAGEM==         BY ==PD-IMAGEM==
                             LEADING ==TR-== BY ==PD-==
                             LEADING ==ES-== BY ==PE-==
                             LEADING ==HD-== BY ==PH-==
                             LEADING ==TL-== BY ==PT-==.
 FD  ARQ-DATA-PROC.
*> Layout compartilhado com o CalcDia - ver REGDATA.cpy.
     COPY REGDATA.
 FD  ARQ-OPERADORES.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGOPER.cpy.
     COPY REGOPER.
 FD  ARQ-SEGURANCA.
*> Layout compartilhado com os demais membros de manutenção - ver
*> REGSEG.cpy.
     COPY REGSEG.
 WORKING-STORAGE SECTION.
 01 FS-TRANSACOES          PIC X(02) VALUE "00".
    88 FS-TRANSACOES-OK           VALUE "00".
    88 FIM-PENDENTES               VALUE "S".
*> Transações pendentes em memória: carregadas de TRANSPEN.DAT na
*> abertura, mantidas pela tela e regravadas na saída. 1000 entradas
*> cobrem com folga um lote diário digitado à mão. TT-TIPO separa o
*> detalhe (D) do estorno (E), que só leva a referência do cálculo a
*> cancelar - N1/N2 ficam zerados e não pesam nos hash totals.
 01 TAB-TRANSACOES.
    02 TT-ENTRADA OCCURS 1000.
       03 TT-TIPO          PIC X(01).
          88 TT-ESTORNO            VALUE "E".
       03 TT-REF           PIC X(10).
       03 TT-REF-ORIGINAL  PIC X(10).
       03 TT-OPCOES        PIC X(08).
       03 TT-N1            PIC S9(07)V99 SIGN IS LEADING SEPARATE.
       03 TT-N2            PIC S9(07)V99 SIGN IS LEADING SEPARATE.
 01 W-ENTRADA-VALIDA       PIC X(01) VALUE "N".
    88 ENTRADA-VALIDA             VALUE "S".
 01 W-REF-DIGITADA         PIC X(10) VALUE SPACES.
 01 W-REF-ORIG-DIGITADA    PIC X(10) VALUE SPACES.
 01 W-OPCOES-DIGITADAS     PIC X(08) VALUE SPACES.
 01 W-OPCOES-VALIDAS       PIC 9(02) VALUE ZEROS.
 01 W-OPCOES-OK            PIC X(01) VALUE "N".
    02 P-ANO               PIC 9(02) VALUE ZEROS.
    02 P-MES               PIC 9(02) VALUE ZEROS.
    02 P-DIA               PIC 9(02) VALUE ZEROS.
*> Identificação do operador e log de segurança - mesmos campos e
*> regras nos demais membros de manutenção (CalcDia, CalcDisposicao,
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
 Inicio.
     Display "Data: " at 0201.
     ACCEPT  DATA-DO-SISTEMA FROM DATE.
     PERFORM Identifica-Operador.
     PERFORM Le-Data-Processo.
     PERFORM Carrega-Pendentes.
     PERFORM Trata-Menu UNTIL FIM-PROGRAMA.
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
        MOVE "CalcManut"   TO SG-PROGRAMA
        MOVE W-SEG-ACAO    TO SG-ACAO
        MOVE W-SEG-DETALHE TO SG-DETALHE
        WRITE REG-SEGURANCA
        IF FS-SEGURANCA-OK
           MOVE "S" TO W-SEG-REGISTRADA
        END-IF
        CLOSE ARQ-SEGURANCA
     END-IF.

 Le-Data-Processo.
*> Mesma regra da Calculadora/CalcConsolida: CALCDATA.DAT presente e
*> legível manda; ausente, vale a data da máquina. Ilegível interrompe:
     END-IF.

 Carrega-Pendentes.
*> Recupera o trabalho da sessão anterior: só registros de detalhe e de
*> estorno, do jeito que Grava-Pendentes deixou.
     MOVE ZEROS TO W-QTDE-TAB.
     OPEN INPUT ARQ-PENDENTES.
     IF FS-PENDENTES-NAO-EXISTE
        PERFORM UNTIL FIM-PENDENTES OR W-QTDE-TAB = 1000
           IF PD-TIPO = "D"
              ADD 1 TO W-QTDE-TAB
              MOVE "D"       TO TT-TIPO   (W-QTDE-TAB)
              MOVE PD-REF    TO TT-REF    (W-QTDE-TAB)
              MOVE SPACES    TO TT-REF-ORIGINAL (W-QTDE-TAB)
              MOVE PD-OPCOES TO TT-OPCOES (W-QTDE-TAB)
              MOVE PD-N1     TO TT-N1     (W-QTDE-TAB)
              MOVE PD-N2     TO TT-N2     (W-QTDE-TAB)
           END-IF
           IF PE-TIPO = "E"
              ADD 1 TO W-QTDE-TAB
              MOVE "E"       TO TT-TIPO   (W-QTDE-TAB)
              MOVE PE-REF    TO TT-REF    (W-QTDE-TAB)
              MOVE PE-REF-ORIGINAL TO TT-REF-ORIGINAL (W-QTDE-TAB)
              MOVE SPACES    TO TT-OPCOES (W-QTDE-TAB)
              MOVE ZEROS     TO TT-N1     (W-QTDE-TAB)
              MOVE ZEROS     TO TT-N2     (W-QTDE-TAB)
           END-IF
           PERFORM Le-Pendente
        END-PERFORM
        CLOSE ARQ-PENDENTES
     ELSE
        PERFORM VARYING W-IDX-TAB FROM 1 BY 1
                 UNTIL W-IDX-TAB > W-QTDE-TAB
           IF TT-ESTORNO (W-IDX-TAB)
              MOVE SPACES TO REG-PEND-ESTORNO
              MOVE "E"                   TO PE-TIPO
              MOVE TT-REF    (W-IDX-TAB) TO PE-REF
              MOVE TT-REF-ORIGINAL (W-IDX-TAB) TO PE-REF-ORIGINAL
              WRITE REG-PEND-ESTORNO
           ELSE
              MOVE SPACES TO REG-PENDENTE
              MOVE "D"                   TO PD-TIPO
              MOVE TT-REF    (W-IDX-TAB) TO PD-REF
              MOVE TT-OPCOES (W-IDX-TAB) TO PD-OPCOES
              MOVE TT-N1     (W-IDX-TAB) TO PD-N1
              MOVE TT-N2     (W-IDX-TAB) TO PD-N2
              WRITE REG-PENDENTE
           END-IF
        END-PERFORM
        CLOSE ARQ-PENDENTES
     END-IF.
     DISPLAY TELA01 AT 0101.
     PERFORM Calcula-Hash.
     MOVE W-QTDE-TAB TO MASC-QTDE.
     DISPLAY "Operador: " W-OPERADOR " papel " W-PAPEL-OPERADOR AT 0303.
     DISPLAY "Transacoes pendentes: " MASC-QTDE AT 0403.
     MOVE W-HASH-N1 TO MASC-HASH.
     DISPLAY "Hash N1: " MASC-HASH AT 0433.
        DISPLAY W-MENSAGEM AT 2103
        MOVE SPACES TO W-MENSAGEM
     END-IF.
     DISPLAY
        "I=Inclui R=Estorno A=Altera E=Exclui L=Lista G=Libera X=Sai: "
             AT 0603.
     MOVE SPACE TO W-OPCAO-MENU.
     ACCEPT W-OPCAO-MENU AT 0665.
     EVALUATE W-OPCAO-MENU
        WHEN "I" PERFORM Inclui-Transacao
        WHEN "i" PERFORM Inclui-Transacao
        WHEN "R" PERFORM Inclui-Estorno
        WHEN "r" PERFORM Inclui-Estorno
        WHEN "A" PERFORM Altera-Transacao
        WHEN "a" PERFORM Altera-Transacao
        WHEN "E" PERFORM Exclui-Transacao
     MOVE SPACES TO W-REF-DIGITADA.
     ACCEPT W-REF-DIGITADA AT 0932.

 Recebe-Ref-Original.
*> Referência do cálculo a estornar: obrigatória - sem ela o batch
*> recusaria o estorno. A existência na trilha só o batch confere.
     MOVE SPACES TO W-REF-ORIG-DIGITADA.
     PERFORM UNTIL W-REF-ORIG-DIGITADA NOT = SPACES
        DISPLAY "Referencia a estornar ...: " AT 1005
        ACCEPT W-REF-ORIG-DIGITADA AT 1032
        IF W-REF-ORIG-DIGITADA = SPACES
           DISPLAY "Informe a referencia do calculo original." AT 1105
        ELSE
           DISPLAY "                                         " AT 1105
        END-IF
     END-PERFORM.

 Recebe-Opcoes.
*> Mesma convenção 1-7/T do menu da Calculadora; em branco vale a
*> seleção padrão da rodada. Texto sem nenhum código válido é recusado
        MOVE W-ENTRADA-NUM TO TT-N1 (W-QTDE-TAB)
        PERFORM Recebe-N2
        MOVE W-ENTRADA-NUM TO TT-N2 (W-QTDE-TAB)
        MOVE "D"                TO TT-TIPO   (W-QTDE-TAB)
        MOVE W-REF-DIGITADA     TO TT-REF    (W-QTDE-TAB)
        MOVE SPACES             TO TT-REF-ORIGINAL (W-QTDE-TAB)
        MOVE W-OPCOES-DIGITADAS TO TT-OPCOES (W-QTDE-TAB)
     END-IF.

 Inclui-Estorno.
*> Estorno de um cálculo já processado: a referência do próprio
*> estorno e a do cálculo original; o batch relê o original na trilha.
     IF W-QTDE-TAB = 1000
        MOVE "Lote cheio - libere o arquivo antes." TO W-MENSAGEM
     ELSE
        PERFORM Recebe-Referencia
        PERFORM Recebe-Ref-Original
        ADD 1 TO W-QTDE-TAB
        MOVE "E"                 TO TT-TIPO   (W-QTDE-TAB)
        MOVE W-REF-DIGITADA      TO TT-REF    (W-QTDE-TAB)
        MOVE W-REF-ORIG-DIGITADA TO TT-REF-ORIGINAL (W-QTDE-TAB)
        MOVE SPACES              TO TT-OPCOES (W-QTDE-TAB)
        MOVE ZEROS               TO TT-N1     (W-QTDE-TAB)
        MOVE ZEROS               TO TT-N2     (W-QTDE-TAB)
     END-IF.

 Recebe-Numero-Item.
*> Número do item da tabela para alterar/excluir; zero cancela.
*> TEST-NUMVAL, não o teste de classe NUMERIC: o ACCEPT devolve o campo
     END-IF.

 Altera-Transacao.
*> No estorno só a referência original é alterável (não há valores).
     PERFORM Recebe-Numero-Item.
     IF W-IDX-ALVO > 0 AND TT-ESTORNO (W-IDX-ALVO)
        DISPLAY "Atual: " TT-REF (W-IDX-ALVO) " ESTORNO DE "
                TT-REF-ORIGINAL (W-IDX-ALVO) AT 0905
        PERFORM Recebe-Ref-Original
        MOVE W-REF-ORIG-DIGITADA TO TT-REF-ORIGINAL (W-IDX-ALVO)
        MOVE ZEROS TO W-IDX-ALVO
     END-IF.
     IF W-IDX-ALVO > 0
        MOVE TT-N1 (W-IDX-ALVO) TO MASC-N1
        MOVE TT-N2 (W-IDX-ALVO) TO MASC-N2
*> Pagina as pendentes 10 por tela, com o número usado em A/E.
     DISPLAY ERASE.
     DISPLAY TELA01 AT 0101.
     DISPLAY "ITEM  T REF        OPCOES         N1       N2" AT 0403.
     MOVE ZEROS TO W-SLOT.
     MOVE "N" TO W-RESPOSTA.
     PERFORM VARYING W-IDX-TAB FROM 1 BY 1
           IF W-RESPOSTA NOT = "X"
              DISPLAY ERASE
              DISPLAY TELA01 AT 0101
              DISPLAY "ITEM  T REF        OPCOES         N1       N2"
                      AT 0403
              MOVE ZEROS TO W-SLOT
           END-IF
           MOVE TT-N1 (W-IDX-TAB) TO MASC-N1
           MOVE TT-N2 (W-IDX-TAB) TO MASC-N2
           MOVE SPACES TO W-LINHA-DET
           IF TT-ESTORNO (W-IDX-TAB)
              STRING MASC-QTDE "  E " TT-REF (W-IDX-TAB) " "
                     "ESTORNO DE " TT-REF-ORIGINAL (W-IDX-TAB)
                     DELIMITED BY SIZE INTO W-LINHA-DET
              END-STRING
           ELSE
              STRING MASC-QTDE "  D " TT-REF (W-IDX-TAB) " "
                     TT-OPCOES (W-IDX-TAB) " " MASC-N1 " " MASC-N2
                     DELIMITED BY SIZE INTO W-LINHA-DET
              END-STRING
           END-IF
           ADD 1 TO W-SLOT
           COMPUTE W-POS-TELA = (5 + W-SLOT) * 100 + 3
           DISPLAY W-LINHA-DET AT W-POS-TELA
     END-IF.

 Libera-Arquivo.
*> Liberação restrita a operador e supervisor: o digitador monta o
*> lote, quem responde pela entrega ao batch é outro papel. A
*> liberação vai para o log de segurança antes de gravar o arquivo.
     IF W-QTDE-TAB = 0
        MOVE "Nada a liberar." TO W-MENSAGEM
     ELSE
        IF PAPEL-SUPERVISOR OR PAPEL-OPERADOR
           MOVE W-QTDE-TAB TO MASC-QTDE
           MOVE "LIBERA" TO W-SEG-ACAO
           MOVE SPACES TO W-SEG-DETALHE
           STRING MASC-QTDE " TRANSACOES DIA " DATA-PROCESSO
                  DELIMITED BY SIZE INTO W-SEG-DETALHE
           END-STRING
           PERFORM Grava-Seguranca
           IF SEG-REGISTRADA
              PERFORM Grava-Liberacao
           ELSE
              MOVE "Log de seguranca indisponivel - lote nao liberado."
                   TO W-MENSAGEM
           END-IF
        ELSE
           MOVE "NEGADO" TO W-SEG-ACAO
           MOVE "LIBERACAO DO LOTE" TO W-SEG-DETALHE
           PERFORM Grava-Seguranca
           MOVE "Liberacao restrita a operador/supervisor." TO W-MENSAGEM
        END-IF
     END-IF.

 Grava-Liberacao.
*> Libera o lote para o batch: grava TRANSACOES.DAT completo - header
*> com a data do dia, a origem e o operador, um detalhe ou estorno por
*> pendente e trailer com a contagem e os hash totals - e limpa os
*> pendentes. O arquivo sai daqui exatamente como Verifica-Controles
*> da Calculadora confere.
     OPEN OUTPUT ARQ-TRANSACOES
     IF NOT FS-TRANSACOES-OK
        MOVE SPACES TO W-MENSAGEM
        STRING "TRANSACOES.DAT nao gravado - status " FS-TRANSACOES
               DELIMITED BY SIZE INTO W-MENSAGEM
        END-STRING
     ELSE
        PERFORM Calcula-Hash
        MOVE SPACES TO REG-TRANS-HEADER
        MOVE "H"         TO HD-TIPO
*> Data de processamento, nao a do relogio: e contra ela que o
*> Trata-Header da Calculadora confere o arquivo (ver REGDATA.cpy).
        MOVE P-ANO       TO HD-ANO
        MOVE P-MES       TO HD-MES
        MOVE P-DIA       TO HD-DIA
        MOVE "CALCMANUT" TO HD-ORIGEM
        MOVE W-OPERADOR  TO HD-OPERADOR
        WRITE REG-TRANS-HEADER
        PERFORM VARYING W-IDX-TAB FROM 1 BY 1
                 UNTIL W-IDX-TAB > W-QTDE-TAB
*> A origem viaja no proprio detalhe (ver TR-ORIGEM em REGTRANS.cpy)
*> para sobreviver a consolidacao multi-origem do CalcConsolida.
           IF TT-ESTORNO (W-IDX-TAB)
              MOVE SPACES TO REG-TRANS-ESTORNO
              MOVE "E"                   TO ES-TIPO
              MOVE TT-REF    (W-IDX-TAB) TO ES-REF
              MOVE TT-REF-ORIGINAL (W-IDX-TAB) TO ES-REF-ORIGINAL
              MOVE "CALCMANUT"           TO ES-ORIGEM
              WRITE REG-TRANS-ESTORNO
           ELSE
              MOVE SPACES TO REG-TRANSACAO
              MOVE "D"                   TO TR-TIPO
              MOVE TT-REF    (W-IDX-TAB) TO TR-REF
              MOVE TT-OPCOES (W-IDX-TAB) TO TR-OPCOES
              MOVE TT-N1     (W-IDX-TAB) TO TR-N1
              MOVE TT-N2     (W-IDX-TAB) TO TR-N2
              MOVE "CALCMANUT"           TO TR-ORIGEM
              WRITE REG-TRANSACAO
           END-IF
        END-PERFORM
        MOVE SPACES TO REG-TRANS-TRAILER
        MOVE "T"          TO TL-TIPO
        MOVE W-QTDE-TAB   TO TL-QTDE
        MOVE W-HASH-N1    TO TL-HASH-N1
        MOVE W-HASH-N2    TO TL-HASH-N2
        WRITE REG-TRANS-TRAILER
        CLOSE ARQ-TRANSACOES
        MOVE W-QTDE-TAB TO MASC-QTDE
        MOVE SPACES TO W-MENSAGEM
        STRING "Liberadas " MASC-QTDE " transacoes em TRANSACOES.DAT"
               DELIMITED BY SIZE INTO W-MENSAGEM
        END-STRING
        MOVE ZEROS TO W-QTDE-TAB
*> Esvazia o arquivo de pendentes na hora: deixá-lo cheio até a saída
*> do programa faria um abend entre a liberação e o X ressuscitar o
*> lote inteiro como pendente na próxima sessão - convite a uma
*> segunda liberação e processamento em dobro no batch.
        PERFORM Grava-Pendentes
     END-IF.

 Finaliza.

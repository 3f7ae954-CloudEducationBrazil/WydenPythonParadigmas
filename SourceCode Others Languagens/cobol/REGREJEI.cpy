      *> REGREJEI.cpy - layout do registro do arquivo de suspensos do
      *> batch (TRANSREJ.DAT / TRANSREJ2.DAT). Compartilhado entre quem
      *> grava (Calculadora) e quem lê (CalcCobranca, que cobra da origem
      *> o trabalho com a entrada recusada) para que os dois lados sempre
      *> concordem sobre o layout do arquivo.
 01 REG-REJEITADO.
*> Imagem original do registro rejeitado, do tamanho de REG-TRANSACAO:
*> depois de corrigida no editor, a linha é relida pela rodada de
*> reprocessamento com o mesmo layout da entrada normal (a área de
*> leitura TR-LINHA, em REGTRANS.cpy, cobre a linha inteira do
*> suspenso, e o motivo à direita da imagem é descartado na releitura).
    02 RJ-IMAGEM          PIC X(49).
*> Vista dos campos da imagem que valem para qualquer tipo de registro
*> (as posições de TR-TIPO, TR-REF e TR-ORIGEM em REGTRANS.cpy).
    02 RJ-IMAGEM-CAMPOS   REDEFINES RJ-IMAGEM.
       03 RJ-IMG-TIPO     PIC X(01).
       03 RJ-IMG-REF      PIC X(10).
       03 FILLER          PIC X(28).
       03 RJ-IMG-ORIGEM   PIC X(10).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RJ-MOTIVO          PIC X(02).
    02 FILLER             PIC X(01) VALUE SPACES.
    02 RJ-DESCRICAO       PIC X(30).
*> Complemento do motivo: a referência já processada (05/06) diz aqui
*> a data e a rodada da primeira ocorrência, para quem corrige o
*> suspenso saber se é reenvio do chamador ou uma segunda transação
*> com a referência trocada. Em branco nos demais motivos.
    02 FILLER             PIC X(01) VALUE SPACES.
    02 RJ-COMPLEMENTO     PIC X(30).
*> Carimbos da rodada que recusou o registro: data de processamento
*> (AAMMDD), rodada e a origem efetiva (a do detalhe ou, em branco, a
*> do header - a imagem sozinha não diz de quem era o detalhe sem a
*> coluna de origem). O suspenso é trabalho feito e cobrado da origem
*> pelo período (ver CalcCobranca).
    02 FILLER             PIC X(01) VALUE SPACES.
    02 RJ-DATA-PROC       PIC 9(06).
    02 FILLER             PIC X(01) VALUE SPACES.
    02 RJ-RUN-ID          PIC 9(06).
    02 FILLER             PIC X(01) VALUE SPACES.
    02 RJ-ORIGEM          PIC X(10).

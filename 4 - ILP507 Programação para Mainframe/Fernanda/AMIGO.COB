      *                         operacoes GI/GE do lote vira rejeito
      *                         proprio (ERRO ARQUIVO GRUPOS) com
      *                         RETURN-CODE 8, sem avancar em silencio.
      * 2026-10-15  COBOL TEAM  Modo EXTRAIR [COMPLETO] na linha de
      *                         comando: AMIGO-EXTRATO.CSV com as
      *                         mudancas do cadastro desde a extracao
      *                         anterior, uma linha por APELIDO com
      *                         acao N/A/E e valores atuais, apuradas
      *                         pelas imagens de AMIGO-JORNAL.DAT. A
      *                         marca d'agua fica em AMIGO-EXTRATO.CTL
      *                         (reexecucao no mesmo dia repete a
      *                         janela) e a extracao e recusada quando
      *                         a marca e anterior ao corte do
      *                         FECHARMES.
      * 2026-10-15  COBOL TEAM  Modo SIMULAR na linha de comando:
      *                         passa TRANSAMIGO.DAT pelas criticas do
      *                         lote sem gravar cadastro, vinculos,
      *                         log, jornal, rejeitos ou checkpoint,
      *                         levando em conta as transacoes
      *                         anteriores do proprio arquivo, e grava
      *                         em AMIGO-SIMULACAO.REL as rejeicoes
      *                         previstas com o motivo e as contagens
      *                         previstas por operacao.
      * 2026-10-15  COBOL TEAM  Modo RELATORIOS na linha de comando:
      *                         emite LISTA, GRUPOS, ANIVERSARIO,
      *                         ESQUECIDOS e ETIQUETAS sem perguntas ao
      *                         operador, conforme as linhas de
      *                         AMIGO-RELATORIOS.DAT (tipo, parametro e
      *                         arquivo de saida), com resumo de
      *                         paginas e linhas em
      *                         AMIGO-RELATORIOS.LOG; linha com erro
      *                         falha so aquele relatorio (RETURN-CODE
      *                         4). Os arquivos dos cinco relatorios
      *                         passam a ter o nome em variavel, com o
      *                         nome de sempre como padrao.
      * 2026-10-15  COBOL TEAM  Tabela de referencia CEPUF.DAT (faixas
      *                         de CEP por UF), carregada e recarregada
      *                         pelo modo CARGACEP a partir do arquivo
      *                         LOG_FAIXA_UF.TXT dos Correios. O
      *                         cadastro de endereco (opcao 13) recusa
      *                         UF desconhecida, CEP mal formado e CEP
      *                         fora da faixa da UF, com o motivo na
      *                         tela. Modo CONFERIRCEP grava em
      *                         ENDERECO-CEP.REL os enderecos de
      *                         ENDAMIGO.DAT reprovados, agrupados pelo
      *                         tipo de falha.
      * 2026-10-15  COBOL TEAM  Opcao 21 (LGPD) para um APELIDO: marca
      *                         de "nao contatar" em SITAMIGO.DAT, que
      *                         tira a pessoa do CSV, das etiquetas e
      *                         dos aniversariantes; dossie em
      *                         AMIGO-DOSSIE.REL com tudo o que os
      *                         arquivos guardam, inclusive geracoes
      *                         do jornal e do log; e anonimizacao (so
      *                         nivel T) que troca o APELIDO por um
      *                         marcador e apaga os dados pessoais em
      *                         todos os arquivos, copia de seguranca e
      *                         geracoes, registrada em REGLOG.DAT.
      *                         Exclusao e fusao tratam SITAMIGO.DAT.
      * 2026-10-15  COBOL TEAM  Opcao 22 (campanhas): publico por
      *                         grupos, mes de aniversario, cidade/UF e
      *                         "sem contato ha N meses"; etiquetas
      *                         (carta) ou CSV (e-mail) so do publico;
      *                         um contato em CONTATO.DAT por amigo
      *                         alcancado, com o nome da campanha na
      *                         nota; campanhas guardadas em
      *                         CAMPANHA.DAT com criterios e contagens
      *                         e listadas em CAMPANHAS.REL. O arquivo
      *                         do CSV passa a ter o nome em variavel.
      * 2026-10-15  COBOL TEAM  Opcao 23: eventos de grupo (EVENTO.DAT)
      *                         com lista de presenca (PRESENCA.DAT)
      *                         gerada de REGGRUPO; presenca grava
      *                         contato VISITA; relatorios do evento e
      *                         de frequencia por grupo. Exclusao,
      *                         fusao, renomeio/exclusao de grupo e
      *                         LGPD passam a tratar os eventos.
      * 2026-10-15  COBOL TEAM  Opcao 24 - relacoes entre amigos em
      *                         RELACAO.DAT (gravadas nos dois
      *                         sentidos), exibidas no BUSCAR, com
      *                         relatorio de familias e etiqueta unica
      *                         por domicilio. Exclusao, fusao e LGPD
      *                         passam a tratar as relacoes.
      * 2026-10-15  COBOL TEAM  Modo ESTATISTICA [AAAAMM] da linha de
      *                         comando: estatistica gerencial do mes
      *                         em AMIGO-ESTATISTICA.REL, com historico
      *                         em AMIGO-ESTATISTICA.HIS para comparar
      *                         com o mes anterior e ver a evolucao.
      * 2026-10-15  COBOL TEAM  Modo DEVOLUCAO [arquivo]: devolucoes de
      *                         e-mail da mala direta marcam o e-mail
      *                         como devolvido em SITAMIGO.DAT (HARD na
      *                         hora, SOFT na terceira), com REGLOG e
      *                         jornal; excecoes e lista de quem precisa
      *                         de novo e-mail. Devolvidos ficam fora do
      *                         CSV e das campanhas por e-mail; ALTERAR
      *                         e a transacao A limpam a devolucao
      *                         quando o e-mail muda.
      * 2026-10-15  COBOL TEAM  Exclusao de amigo (interativa e lote)
      *                         remove tambem os seus contatos de
      *                         CONTATO.DAT; frequencia por grupo
      *                         trata PRESENCA.DAT ainda inexistente.
      * 2026-10-15  COBOL TEAM  Resumo dos relatorios por parametro
      *                         passa a 2725-GRAVAR-RESUMO-PRM;
      *                         paragrafos de presencas e relacoes do
      *                         dossie e da anonimizacao renumerados
      *                         (2980-2988); rotulo de rejeicao por
      *                         grupo alinhado na simulacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMIGO.
           SELECT AMIGOREJ ASSIGN TO "AMIGO-REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AMIGOREJ.
           SELECT AMIGOCSV ASSIGN TO WS-AMIGOCSV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AMIGOCSV.
           SELECT AMIGOBKP ASSIGN TO "AMIGO-BACKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AMIGOCKP.
           SELECT CLASSIF ASSIGN TO "AMIGO-SORT.TMP".
           SELECT RELAMIGO ASSIGN TO WS-RELAMIGO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAMIGO.
           SELECT RELGRUPO ASSIGN TO WS-RELGRUPO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELGRUPO.
           SELECT RELANIV ASSIGN TO WS-RELANIV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELANIV.
           SELECT RELAUDIT ASSIGN TO "AMIGO-AUDITORIA.REL"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-APELIDO
               FILE STATUS IS WS-FS-ENDAMIGO.
           SELECT RELETIQ ASSIGN TO WS-RELETIQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELETIQ.
           SELECT CONTATO ASSIGN TO "CONTATO.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS WS-FS-CONTATO.
           SELECT RELESQ ASSIGN TO WS-RELESQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELESQ.
           SELECT AMIGOVELHO ASSIGN TO "REGAMIGO.DAT"
           SELECT GRUPOSEQ ASSIGN TO "REGGRUPO.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GRUPOSEQ.
           SELECT EXTCTL ASSIGN TO "AMIGO-EXTRATO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTCTL.
           SELECT EXTCSV ASSIGN TO "AMIGO-EXTRATO.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTCSV.
           SELECT RELSIM ASSIGN TO "AMIGO-SIMULACAO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELSIM.
           SELECT RELPRM ASSIGN TO "AMIGO-RELATORIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELPRM.
           SELECT RELRES ASSIGN TO "AMIGO-RELATORIOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELRES.
           SELECT CEPUF ASSIGN TO "CEPUF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CHAVE
               FILE STATUS IS WS-FS-CEPUF.
           SELECT CEPFAIXA ASSIGN TO "LOG_FAIXA_UF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CEPFAIXA.
           SELECT RELCEP ASSIGN TO "ENDERECO-CEP.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELCEP.
           SELECT SITAMIGO ASSIGN TO "SITAMIGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-APELIDO
               FILE STATUS IS WS-FS-SITAMIGO.
           SELECT RELDOS ASSIGN TO "AMIGO-DOSSIE.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELDOS.
           SELECT BKPTMP ASSIGN TO "AMIGO-BACKUP.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKPTMP.
           SELECT REJTMP ASSIGN TO "AMIGO-REJEITOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJTMP.
           SELECT CAMPANHA ASSIGN TO "CAMPANHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NOME
               FILE STATUS IS WS-FS-CAMPANHA.
           SELECT RELCAMP ASSIGN TO "CAMPANHAS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELCAMP.
           SELECT EVENTO ASSIGN TO "EVENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODIGO
               ALTERNATE RECORD KEY IS EV-GRUPO WITH DUPLICATES
               FILE STATUS IS WS-FS-EVENTO.
           SELECT PRESENCA ASSIGN TO "PRESENCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               ALTERNATE RECORD KEY IS PR-APELIDO WITH DUPLICATES
               FILE STATUS IS WS-FS-PRESENCA.
           SELECT RELEVT ASSIGN TO "EVENTO-PRESENCA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVT.
           SELECT RELFRQ ASSIGN TO "EVENTO-FREQUENCIA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELFRQ.
           SELECT RELACAO ASSIGN TO "RELACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-FS-RELACAO.
           SELECT RELFAM ASSIGN TO "RELACAO-FAMILIAS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELFAM.
           SELECT RELEST ASSIGN TO "AMIGO-ESTATISTICA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEST.
           SELECT ESTHIS ASSIGN TO "AMIGO-ESTATISTICA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTHIS.
           SELECT DEVOLUC ASSIGN TO WS-DEVOLUC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUC.
           SELECT RELDEX ASSIGN TO "DEVOLUCAO-EXCECOES.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELDEX.
           SELECT RELNEM ASSIGN TO "EMAIL-DEVOLVIDO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELNEM.
       DATA DIVISION.
       FILE SECTION.
       FD REGAMIGO
                03 REJ-SEP2        PIC X(01).
                03 REJ-MOTIVO      PIC X(20).
       FD AMIGOCSV
               LABEL RECORD IS STANDARD.
       01 REG-CSV                 PIC X(200).
       FD AMIGOBKP
               LABEL RECORD IS STANDARD
                03 CLA-AN-TELEFONE PIC X(15).
                03 CLA-AN-NASC     PIC 9(08).
                03 FILLER          PIC X(24).
       01 REG-CLA-EXTRATO.
                03 CLA-EX-APELIDO  PIC X(12).
                03 CLA-EX-SEQ      PIC 9(07).
                03 CLA-EX-OPERACAO PIC X(10).
                03 CLA-EX-ANTES    PIC X(95).
                03 CLA-EX-DEPOIS   PIC X(95).
       01 REG-CLA-CEP.
                03 CLA-CE-FALHA    PIC 9(01).
                03 CLA-CE-APELIDO  PIC X(12).
                03 CLA-CE-CIDADE   PIC X(20).
                03 CLA-CE-UF       PIC X(02).
                03 CLA-CE-CEP      PIC X(09).
       01 REG-CLA-FREQ.
                03 CLA-FQ-APELIDO  PIC X(12).
                03 CLA-FQ-SITUACAO PIC X(10).
       01 REG-CLA-SEMGRP.
                03 CLA-SG-APELIDO  PIC X(12).
       FD RELAMIGO
               LABEL RECORD IS STANDARD.
       01 REG-RELAMIGO            PIC X(132).
       FD RELGRUPO
               LABEL RECORD IS STANDARD.
       01 REG-RELGRUPO            PIC X(132).
       FD RELANIV
               LABEL RECORD IS STANDARD.
       01 REG-RELANIV             PIC X(132).
       FD RELAUDIT
               LABEL RECORD IS STANDARD
                03 END-UF          PIC X(02).
                03 END-CEP         PIC X(09).
       FD RELETIQ
               LABEL RECORD IS STANDARD.
       01 REG-RELETIQ             PIC X(132).
       FD CONTATO
               LABEL RECORD IS STANDARD
                03 CT-TIPO         PIC X(10).
                03 CT-NOTA         PIC X(40).
       FD RELESQ
               LABEL RECORD IS STANDARD.
       01 REG-RELESQ              PIC X(132).
       FD AMIGOVELHO
               LABEL RECORD IS STANDARD
       01 REG-GRUPO-SEQ.
                03 SEQ-GRUPO-NOME  PIC X(20).
                03 SEQ-APELIDO     PIC X(12).
       FD EXTCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-EXTRATO.CTL".
       01 REG-EXTCTL.
                03 EXC-TIPO        PIC X(01).
                03 EXC-DIA-EXEC    PIC 9(08).
                03 EXC-DE-DATA     PIC 9(08).
                03 EXC-DE-HORA     PIC 9(08).
                03 EXC-ATE-DATA    PIC 9(08).
                03 EXC-ATE-HORA    PIC 9(08).
       FD EXTCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-EXTRATO.CSV".
       01 REG-EXTCSV              PIC X(250).
       FD RELSIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-SIMULACAO.REL".
       01 REG-RELSIM              PIC X(132).
       FD RELPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-RELATORIOS.DAT".
       01 REG-RELPRM              PIC X(80).
       FD RELRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-RELATORIOS.LOG".
       01 REG-RELRES              PIC X(132).
       FD CEPUF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPUF.DAT".
       01 REG-CEPUF.
                03 CU-CHAVE.
                   05 CU-UF        PIC X(02).
                   05 CU-CEP-INI   PIC 9(08).
                03 CU-CEP-FIM      PIC 9(08).
       FD CEPFAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOG_FAIXA_UF.TXT".
       01 REG-CEPFAIXA            PIC X(80).
       FD RELCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENDERECO-CEP.REL".
       01 REG-RELCEP              PIC X(132).
       FD SITAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SITAMIGO.DAT".
       01 REG-SITUACAO.
                03 SA-APELIDO      PIC X(12).
                03 SA-NAO-CONTATAR PIC X(01).
                03 SA-DT-MARCACAO  PIC 9(08).
                03 SA-OPERADOR     PIC X(08).
                03 SA-EMAIL-DEVOLUCAO.
                   05 SA-EMAIL-SITUACAO  PIC X(01).
                      88 SA-EMAIL-DEVOLVIDO-SIM VALUE "D".
                      88 SA-EMAIL-TEMPORARIA    VALUE "T".
                   05 SA-DEV-QTD-TEMP    PIC 9(01).
                   05 SA-DT-DEVOLUCAO    PIC 9(08).
                   05 SA-EMAIL-DEVOLVIDO PIC X(30).
       FD RELDOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-DOSSIE.REL".
       01 REG-RELDOS              PIC X(132).
       FD BKPTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-BACKUP.TMP".
       01 REG-BKPTMP              PIC X(95).
       FD REJTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-REJEITOS.TMP".
       01 REG-REJTMP              PIC X(77).
       FD CAMPANHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAMPANHA.DAT".
       01 REG-CAMPANHA.
                03 CP-NOME         PIC X(30).
                03 CP-DATA         PIC 9(08).
                03 CP-HORA         PIC 9(08).
                03 CP-OPERADOR     PIC X(08).
                03 CP-CANAL        PIC X(01).
                03 CP-GRUPOS       PIC X(100).
                03 CP-MES-NASC     PIC 9(02).
                03 CP-CIDADE       PIC X(20).
                03 CP-UF           PIC X(02).
                03 CP-MESES-SEM    PIC 9(02).
                03 CP-QTD-PUBLICO  PIC 9(07).
                03 CP-QTD-ENVIADOS PIC 9(07).
                03 CP-QTD-SEM-END  PIC 9(07).
                03 CP-QTD-SEM-EMAIL PIC 9(07).
                03 CP-QTD-NAO-CONT PIC 9(07).
                03 CP-ARQUIVO      PIC X(30).
                03 FILLER          PIC X(20).
       FD RELCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAMPANHAS.REL".
       01 REG-RELCAMP             PIC X(132).
       FD EVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTO.DAT".
       01 REG-EVENTO.
                03 EV-CODIGO       PIC 9(06).
                03 EV-GRUPO        PIC X(20).
                03 EV-DATA         PIC 9(08).
                03 EV-LOCAL        PIC X(30).
                03 EV-DESCRICAO    PIC X(40).
                03 EV-OPERADOR     PIC X(08).
                03 EV-DT-CADASTRO  PIC 9(08).
                03 FILLER          PIC X(20).
       FD PRESENCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRESENCA.DAT".
       01 REG-PRESENCA.
                03 PR-CHAVE.
                   05 PR-EVENTO    PIC 9(06).
                   05 PR-APELIDO   PIC X(12).
                03 PR-SITUACAO     PIC X(10).
                03 PR-DT-SITUACAO  PIC 9(08).
                03 PR-OPERADOR     PIC X(08).
                03 PR-CT-DATA      PIC 9(08).
                03 PR-CT-HORA      PIC 9(08).
                03 FILLER          PIC X(20).
       FD RELEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTO-PRESENCA.REL".
       01 REG-RELEVT              PIC X(132).
       FD RELFRQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTO-FREQUENCIA.REL".
       01 REG-RELFRQ              PIC X(132).
       FD RELACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACAO.DAT".
       01 REG-RELACAO.
                03 RL-CHAVE.
                   05 RL-APELIDO   PIC X(12).
                   05 RL-OUTRO     PIC X(12).
                03 RL-TIPO         PIC X(12).
                03 RL-DT-CADASTRO  PIC 9(08).
                03 RL-OPERADOR     PIC X(08).
                03 FILLER          PIC X(20).
       FD RELFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACAO-FAMILIAS.REL".
       01 REG-RELFAM              PIC X(132).
       FD RELEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-ESTATISTICA.REL".
       01 REG-RELEST              PIC X(132).
       FD ESTHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGO-ESTATISTICA.HIS".
       01 REG-ESTHIS.
                03 EH-MES          PIC 9(06).
                03 EH-DATA         PIC 9(08).
                03 EH-AMIGOS       PIC 9(07).
                03 EH-INCLUSOES    PIC 9(07).
                03 EH-EXCLUSOES    PIC 9(07).
                03 EH-GRUPOS       PIC 9(05).
                03 EH-VINCULOS     PIC 9(07).
                03 EH-SEM-GRUPO    PIC 9(07).
                03 EH-CONTATOS     PIC 9(07).
                03 EH-PCT-FONE     PIC 9(03)V9.
                03 EH-PCT-NASC     PIC 9(03)V9.
                03 EH-PCT-EMAIL    PIC 9(03)V9.
                03 EH-PCT-END      PIC 9(03)V9.
                03 FILLER          PIC X(23).
       FD DEVOLUC
               LABEL RECORD IS STANDARD.
       01 REG-DEVOLUC             PIC X(120).
       FD RELDEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVOLUCAO-EXCECOES.REL".
       01 REG-RELDEX              PIC X(132).
       FD RELNEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMAIL-DEVOLVIDO.REL".
       01 REG-RELNEM              PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-MENUOPCAO     PIC 9(02).
       77 WS-FIM           PIC X(01) VALUE "N".
       77 WS-REL-PAGINA     PIC 9(04) VALUE ZERO.
       77 WS-REL-LINHAS     PIC 9(02) VALUE ZERO.
       77 WS-REL-MAX-LIN    PIC 9(02) VALUE 56.
       77 WS-REL-AUTOMATICO PIC X(01) VALUE "N".
       77 WS-REL-GERADO     PIC X(01) VALUE "N".
       77 WS-REL-TOT-LINHAS PIC 9(07) VALUE ZERO.
       77 WS-RELAMIGO-NOME  PIC X(30) VALUE "AMIGO-LISTA.REL".
       77 WS-RELGRUPO-NOME  PIC X(30) VALUE "GRUPO-LISTA.REL".
       77 WS-RELANIV-NOME   PIC X(30) VALUE "ANIVERSARIO.REL".
       77 WS-RELETIQ-NOME   PIC X(30) VALUE "AMIGO-ETIQUETAS.REL".
       77 WS-AMIGOCSV-NOME  PIC X(30) VALUE "AMIGO-EXPORT.CSV".
       77 WS-RELESQ-NOME    PIC X(30) VALUE "AMIGO-ESQUECIDOS.REL".
       77 WS-ANIV-MES-REF   PIC 9(02) VALUE ZERO.
       77 WS-EOF-CLASSIF    PIC X(01) VALUE "N".
           88 FIM-CLASSIF       VALUE "S".
       77 WS-REL-LINHA      PIC X(132) VALUE SPACES.
       77 WS-QTD-CONV-VINC  PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONV-CARGA PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONV-DUP   PIC 9(05) VALUE ZERO.
       77 WS-FS-EXTCTL      PIC X(02).
       77 WS-FS-EXTCSV      PIC X(02).
       77 WS-EXT-OPCAO      PIC X(10) VALUE SPACES.
       77 WS-EXT-TIPO       PIC X(01) VALUE SPACE.
       77 WS-EXT-HORA-EXEC  PIC 9(08) VALUE ZERO.
       77 WS-EXT-DE-DATA    PIC 9(08) VALUE ZERO.
       77 WS-EXT-DE-HORA    PIC 9(08) VALUE ZERO.
       77 WS-EXT-ATE-DATA   PIC 9(08) VALUE ZERO.
       77 WS-EXT-ATE-HORA   PIC 9(08) VALUE ZERO.
       77 WS-EXT-TEM-CTL    PIC X(01) VALUE "N".
       77 WS-EXT-REPETICAO  PIC X(01) VALUE "N".
       77 WS-EXT-FALHA      PIC X(01) VALUE "N".
       77 WS-EXT-SEQ        PIC 9(07) VALUE ZERO.
       77 WS-EXT-ABERTO     PIC X(01) VALUE "N".
       77 WS-EXT-APELIDO    PIC X(12) VALUE SPACES.
       77 WS-EXT-PRIM-ANTES PIC X(95) VALUE SPACES.
       77 WS-EXT-ULT-OPER   PIC X(10) VALUE SPACES.
       77 WS-EXT-ULT-ANTES  PIC X(95) VALUE SPACES.
       77 WS-EXT-ULT-DEPOIS PIC X(95) VALUE SPACES.
       77 WS-EXT-ACAO       PIC X(01) VALUE SPACE.
       77 WS-CSV-DST-TELEFONE PIC X(62) VALUE SPACES.
       77 WS-QTD-EXT-JRN    PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXT-NOVOS  PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXT-ALTER  PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXT-EXCL   PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXT-SEMEF  PIC 9(07) VALUE ZERO.
       77 WS-FS-RELSIM      PIC X(02).
       77 WS-SIM-IDX        PIC 9(02) VALUE ZERO.
       77 WS-SIM-EXISTE     PIC X(01) VALUE "N".
       77 WS-SIM-NOVO-ESTADO PIC X(01) VALUE "N".
       77 WS-SIM-TEM-AMIGOS PIC X(01) VALUE "N".
       77 WS-SIM-TEM-GRUPOS PIC X(01) VALUE "N".
       77 WS-SIM-TAB-CHEIA  PIC X(01) VALUE "N".
       77 WS-SMA-USADOS     PIC 9(04) VALUE ZERO.
       77 WS-SMA-IDX        PIC 9(04) VALUE ZERO.
       77 WS-SMA-POS        PIC 9(04) VALUE ZERO.
       77 WS-SMV-USADOS     PIC 9(04) VALUE ZERO.
       77 WS-SMV-IDX        PIC 9(04) VALUE ZERO.
       77 WS-SMV-POS        PIC 9(04) VALUE ZERO.
       77 WS-FS-RELPRM      PIC X(02).
       77 WS-FS-RELRES      PIC X(02).
       77 WS-EOF-RELPRM     PIC X(01) VALUE "N".
           88 FIM-RELPRM        VALUE "S".
       77 WS-PRM-NUM-LINHA  PIC 9(05) VALUE ZERO.
       77 WS-PRM-TIPO       PIC X(12) VALUE SPACES.
       77 WS-PRM-PARAMETRO  PIC X(20) VALUE SPACES.
       77 WS-PRM-ARQUIVO    PIC X(30) VALUE SPACES.
       77 WS-PRM-SAIDA      PIC X(30) VALUE SPACES.
       77 WS-PRM-ERRO       PIC X(40) VALUE SPACES.
       77 WS-PRM-NUMERO     PIC 9(02) VALUE ZERO.
       77 WS-PRM-NUM-OK     PIC X(01) VALUE "N".
       77 WS-PRM-RC-FINAL   PIC 9(02) VALUE ZERO.
       77 WS-PRM-RC-RELAT   PIC 9(02) VALUE ZERO.
       77 WS-QTD-PRM-LIDOS  PIC 9(05) VALUE ZERO.
       77 WS-QTD-PRM-GERADOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-PRM-FALHAS PIC 9(05) VALUE ZERO.
       77 WS-FS-CEPUF       PIC X(02).
       77 WS-FS-CEPFAIXA    PIC X(02).
       77 WS-FS-RELCEP      PIC X(02).
       77 WS-EOF-CEPFAIXA   PIC X(01) VALUE "N".
           88 FIM-CEPFAIXA      VALUE "S".
       77 WS-EOF-ENDAMIGO   PIC X(01) VALUE "N".
           88 FIM-ENDAMIGO      VALUE "S".
       77 WS-FIM-CEPUF      PIC X(01) VALUE "N".
           88 FIM-CEPUF         VALUE "S".
       77 WS-CEP-PASSO      PIC 9(01) VALUE ZERO.
       77 WS-CEP-NUM-LINHA  PIC 9(05) VALUE ZERO.
       77 WS-CEP-UF-LIDA    PIC X(02) VALUE SPACES.
       77 WS-CEP-INI-LIDO   PIC X(10) VALUE SPACES.
       77 WS-CEP-FIM-LIDO   PIC X(10) VALUE SPACES.
       77 WS-CEP-LINHA-OK   PIC X(01) VALUE "N".
       77 WS-CEP-TEM-TABELA PIC X(01) VALUE "N".
       77 WS-CEP-UF-TESTE   PIC X(02) VALUE SPACES.
       77 WS-CEP-TESTE      PIC X(09) VALUE SPACES.
       77 WS-CEP-NUM        PIC 9(08) VALUE ZERO.
       77 WS-CEP-P5         PIC 9(05) VALUE ZERO.
       77 WS-CEP-P3         PIC 9(03) VALUE ZERO.
       77 WS-CEP-FORMATO-OK PIC X(01) VALUE "N".
       77 WS-CEP-UF-ACHADA  PIC X(01) VALUE "N".
       77 WS-CEP-NA-FAIXA   PIC X(01) VALUE "N".
       77 WS-CEP-FALHA      PIC 9(01) VALUE ZERO.
       77 WS-CEP-FALHA-ANT  PIC 9(01) VALUE ZERO.
       77 WS-CEP-MOTIVO     PIC X(30) VALUE SPACES.
       77 WS-QTD-CEP-VALIDAS PIC 9(05) VALUE ZERO.
       77 WS-QTD-CEP-CARGA  PIC 9(05) VALUE ZERO.
       77 WS-QTD-CEP-RECUSA PIC 9(05) VALUE ZERO.
       77 WS-QTD-CEP-VERIF  PIC 9(07) VALUE ZERO.
       77 WS-QTD-CEP-F-UF   PIC 9(07) VALUE ZERO.
       77 WS-QTD-CEP-F-FMT  PIC 9(07) VALUE ZERO.
       77 WS-QTD-CEP-F-FAIXA PIC 9(07) VALUE ZERO.
       77 WS-QTD-CEP-GRUPO  PIC 9(07) VALUE ZERO.
       77 WS-FS-SITAMIGO    PIC X(02).
       77 WS-FS-RELDOS      PIC X(02).
       77 WS-FS-BKPTMP      PIC X(02).
       77 WS-FS-REJTMP      PIC X(02).
       77 WS-EOF-BKPTMP     PIC X(01) VALUE "N".
           88 FIM-BKPTMP        VALUE "S".
       77 WS-EOF-AMIGOREJ   PIC X(01) VALUE "N".
           88 FIM-AMIGOREJ      VALUE "S".
       77 WS-EOF-REJTMP     PIC X(01) VALUE "N".
           88 FIM-REJTMP        VALUE "S".
       77 WS-LGPD-OPCAO     PIC 9(01) VALUE ZERO.
       77 WS-LGPD-APELIDO   PIC X(12).
       77 WS-LGPD-MARCA     PIC X(01).
       77 WS-LGPD-NOVO      PIC X(01) VALUE "N".
       77 WS-LGPD-CADASTRO  PIC X(01) VALUE "N".
       77 WS-LGPD-FALHA     PIC X(01) VALUE "N".
       77 WS-LGPD-GER-INICIO PIC 9(06) VALUE 202001.
       77 WS-LGPD-LIMITE    PIC 9(06) VALUE ZERO.
       77 WS-LGPD-SECAO     PIC X(60).
       77 WS-LGPD-ROTULO    PIC X(08).
       77 WS-LGPD-ARQUIVO   PIC X(30).
       77 WS-LGPD-STATUS    PIC X(02).
       77 WS-SIT-TESTE      PIC X(12).
       77 WS-SIT-ABERTO     PIC X(01) VALUE "N".
       77 WS-SIT-OK         PIC X(01) VALUE "S".
       77 WS-SIT-NAO-CONTATAR PIC X(01) VALUE "N".
       77 WS-QTD-SIT-OMITIDOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-DOS-SECAO  PIC 9(05) VALUE ZERO.
       77 WS-QTD-DOS-TOTAL  PIC 9(07) VALUE ZERO.
       77 WS-QTD-DOS-ARQ    PIC 9(05) VALUE ZERO.
       77 WS-QTD-ANON-ARQ   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ANON-JRN   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ANON-LOG   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ANON-BKP   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ANON-REJ   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ANON-GRP   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ANON-CONT  PIC 9(07) VALUE ZERO.
       77 WS-FS-CAMPANHA    PIC X(02).
       77 WS-FS-RELCAMP     PIC X(02).
       77 WS-EOF-CAMPANHA   PIC X(01) VALUE "N".
           88 FIM-CAMPANHA      VALUE "S".
       77 WS-CAMP-OPCAO     PIC 9(01) VALUE ZERO.
       77 WS-CAMP-NOME      PIC X(30).
       77 WS-CAMP-NOTA      PIC X(40).
       77 WS-CAMP-CANAL     PIC X(01).
       77 WS-CAMP-CT-TIPO   PIC X(10).
       77 WS-CAMP-QTD-GRUPOS PIC 9(01) VALUE ZERO.
       77 WS-CAMP-IDX       PIC 9(02) VALUE ZERO.
       77 WS-CAMP-GRUPO-LIDO PIC X(20).
       77 WS-CAMP-FIM-GRUPOS PIC X(01) VALUE "N".
       77 WS-CAMP-GRUPO-OK  PIC X(01) VALUE "N".
       77 WS-CAMP-GC-ABERTO PIC X(01) VALUE "N".
       77 WS-CAMP-NO-GRUPO  PIC X(01) VALUE "N".
       77 WS-CAMP-MES-NASC  PIC 9(02) VALUE ZERO.
       77 WS-CAMP-CIDADE    PIC X(20).
       77 WS-CAMP-UF        PIC X(02).
       77 WS-CAMP-MESES-SEM PIC 9(02) VALUE ZERO.
       77 WS-CAMP-CIDADE-END PIC X(20).
       77 WS-CAMP-UF-END    PIC X(02).
       77 WS-CAMP-USA-END   PIC X(01) VALUE "N".
       77 WS-CAMP-OK        PIC X(01) VALUE "N".
       77 WS-CAMP-ABR-CONTATO PIC X(01) VALUE "N".
       77 WS-CAMP-ABR-SAIDA PIC X(01) VALUE "N".
       77 WS-CAMP-ETIQ-ANTES PIC 9(05) VALUE ZERO.
       77 WS-CAMP-TXT-GRUPOS PIC X(104).
       77 WS-CAMP-TXT-MES   PIC X(08).
       77 WS-CAMP-TXT-CIDADE PIC X(20).
       77 WS-CAMP-TXT-UF    PIC X(08).
       77 WS-CAMP-TXT-MESES PIC X(12).
       77 WS-QTD-CAMP-PUBLICO PIC 9(07) VALUE ZERO.
       77 WS-QTD-CAMP-ENVIADOS PIC 9(07) VALUE ZERO.
       77 WS-QTD-CAMP-SEM-END PIC 9(07) VALUE ZERO.
       77 WS-QTD-CAMP-SEM-EMAIL PIC 9(07) VALUE ZERO.
       77 WS-QTD-CAMP-NAO-CONT PIC 9(07) VALUE ZERO.
       77 WS-QTD-CAMP-FALHA-CT PIC 9(07) VALUE ZERO.
       77 WS-QTD-CAMP-LIDAS PIC 9(05) VALUE ZERO.
       77 WS-FS-EVENTO      PIC X(02).
       77 WS-EOF-EVENTO     PIC X(01) VALUE "N".
           88 FIM-EVENTO         VALUE "S".
       77 WS-FS-PRESENCA    PIC X(02).
       77 WS-EOF-PRESENCA   PIC X(01) VALUE "N".
           88 FIM-PRESENCA       VALUE "S".
       77 WS-FS-RELEVT      PIC X(02).
       77 WS-FS-RELFRQ      PIC X(02).
       77 WS-EVT-OPCAO      PIC 9(01).
       77 WS-EVT-ACHOU      PIC X(01) VALUE "N".
       77 WS-EVT-CODIGO     PIC 9(06) VALUE ZERO.
       77 WS-EVT-GRUPO      PIC X(20).
       77 WS-EVT-DATA       PIC 9(08) VALUE ZERO.
       77 WS-EVT-LOCAL      PIC X(30).
       77 WS-EVT-DESCRICAO  PIC X(40).
       77 WS-EVT-OPERADOR   PIC X(08).
       77 WS-EVT-APELIDO    PIC X(12).
       77 WS-EVT-SITUACAO   PIC X(10).
       77 WS-EVT-SIT-ANT    PIC X(10).
       77 WS-EVT-NOVO       PIC X(01) VALUE "N".
       77 WS-EVT-CT-OK      PIC X(01) VALUE "N".
       77 WS-EVT-CT-DATA    PIC 9(08) VALUE ZERO.
       77 WS-EVT-CT-HORA    PIC 9(08) VALUE ZERO.
       77 WS-EVT-NOTA       PIC X(40).
       77 WS-EVT-PRES-ABERTA PIC X(01) VALUE "N".
       77 WS-QTD-EVT-NOVOS  PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-JA-LISTA PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-CONV   PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-CONF   PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-PRES   PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-AUS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-LISTA  PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-REALIZ PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-AMIGOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-RENOM  PIC 9(05) VALUE ZERO.
       77 WS-QTD-EVT-EXCL   PIC 9(05) VALUE ZERO.
       77 WS-QTD-PRES-EXCL  PIC 9(05) VALUE ZERO.
       77 WS-QTD-FUS-PRES   PIC 9(05) VALUE ZERO.
       77 WS-QTD-FUS-PDUP   PIC 9(05) VALUE ZERO.
       77 WS-QTD-ANON-PRES  PIC 9(07) VALUE ZERO.
       77 WS-FRQ-APELIDO    PIC X(12).
       77 WS-FRQ-CONVITES   PIC 9(05) VALUE ZERO.
       77 WS-FRQ-PRESENTES  PIC 9(05) VALUE ZERO.
       77 WS-FRQ-AUSENTES   PIC 9(05) VALUE ZERO.
       77 WS-FRQ-SEM-REG    PIC 9(05) VALUE ZERO.
       77 WS-FRQ-TAXA       PIC 9(03) VALUE ZERO.
       77 WS-FS-RELACAO     PIC X(02).
       77 WS-EOF-RELACAO    PIC X(01) VALUE "N".
           88 FIM-RELACAO        VALUE "S".
       77 WS-FS-RELFAM      PIC X(02).
       77 WS-RLC-OPCAO      PIC 9(01).
       77 WS-RLC-OK         PIC X(01) VALUE "N".
       77 WS-RLC-APELIDO    PIC X(12).
       77 WS-RLC-OUTRO      PIC X(12).
       77 WS-RLC-IDX        PIC 9(02) VALUE ZERO.
       77 WS-RLC-BUSCA      PIC 9(02) VALUE ZERO.
       77 WS-RLC-QTD-TIPOS  PIC 9(02) VALUE 7.
       77 WS-RLC-INVERSO    PIC X(12).
       77 WS-RLC-FAMILIA    PIC X(01) VALUE "N".
       77 WS-RLC-TIPO-SALVO PIC X(12).
       77 WS-RLC-DT-SALVA   PIC 9(08) VALUE ZERO.
       77 WS-RLC-OPER-SALVO PIC X(08).
       77 WS-QTD-RLC-EXCL   PIC 9(05) VALUE ZERO.
       77 WS-QTD-RLC-LIDAS  PIC 9(05) VALUE ZERO.
       77 WS-QTD-FUS-REL    PIC 9(05) VALUE ZERO.
       77 WS-QTD-FUS-RDUP   PIC 9(05) VALUE ZERO.
       77 WS-QTD-ANON-REL   PIC 9(07) VALUE ZERO.
       77 WS-ETIQ-DOMICILIO PIC X(01) VALUE "N".
       77 WS-QTD-ETIQ-DOMIC PIC 9(05) VALUE ZERO.
       77 WS-DOM-PULAR      PIC X(01) VALUE "N".
       77 WS-DOM-FAMILIA    PIC X(01) VALUE "N".
       77 WS-DOM-ACHOU      PIC X(01) VALUE "N".
       77 WS-DOM-MENOR      PIC X(01) VALUE "N".
       77 WS-DOM-CHEIO      PIC X(01) VALUE "N".
       77 WS-DOM-ATUAL      PIC X(12).
       77 WS-DOM-REG-END    PIC X(81).
       77 WS-DOM-GR-CHAVE   PIC X(32).
       77 WS-DOM-QTD        PIC 9(03) VALUE ZERO.
       77 WS-DOM-IDX        PIC 9(03) VALUE ZERO.
       77 WS-DOM-BUSCA      PIC 9(03) VALUE ZERO.
       77 WS-DOM-MAX        PIC 9(03) VALUE 50.
       77 WS-FAM-END-ABERTO PIC X(01) VALUE "N".
       77 WS-QTD-FAM        PIC 9(05) VALUE ZERO.
       77 WS-QTD-FAM-MEMBROS PIC 9(05) VALUE ZERO.
       77 WS-FS-RELEST      PIC X(02).
       77 WS-FS-ESTHIS      PIC X(02).
       77 WS-EOF-ESTHIS     PIC X(01) VALUE "N".
           88 FIM-ESTHIS         VALUE "S".
       77 WS-EST-MES-X      PIC X(06) VALUE SPACES.
       77 WS-EST-MES        PIC 9(06) VALUE ZERO.
       77 WS-EST-MES-MM     PIC 9(02) VALUE ZERO.
       77 WS-EST-MES-ANT    PIC X(06) VALUE SPACES.
       77 WS-EST-DATA-ANT   PIC X(08) VALUE SPACES.
       77 WS-EST-AVISO      PIC X(01) VALUE "N".
       77 WS-EST-END-ABERTO PIC X(01) VALUE "N".
       77 WS-EST-GRP-ABERTO PIC X(01) VALUE "N".
       77 WS-EST-ACHOU      PIC X(01) VALUE "N".
       77 WS-EST-COM-FONE   PIC 9(07) VALUE ZERO.
       77 WS-EST-COM-NASC   PIC 9(07) VALUE ZERO.
       77 WS-EST-COM-EMAIL  PIC 9(07) VALUE ZERO.
       77 WS-EST-COM-END    PIC 9(07) VALUE ZERO.
       77 WS-EST-COM-GRUPO  PIC 9(07) VALUE ZERO.
       77 WS-EST-UF-OUTRAS  PIC 9(07) VALUE ZERO.
       77 WS-EST-LOG-LIDOS  PIC 9(07) VALUE ZERO.
       77 WS-EST-APELIDO-ANT PIC X(12) VALUE SPACES.
       77 WS-EST-QTD        PIC 9(07) VALUE ZERO.
       77 WS-EST-QTD-ANT    PIC 9(07) VALUE ZERO.
       77 WS-EST-VAR-QTD    PIC S9(08) VALUE ZERO.
       77 WS-EST-PCT        PIC 9(03)V9 VALUE ZERO.
       77 WS-EST-PCT-ANT    PIC 9(03)V9 VALUE ZERO.
       77 WS-EST-VAR-PCT    PIC S9(03)V9 VALUE ZERO.
       77 WS-EST-IDX        PIC 9(02) VALUE ZERO.
       77 WS-EST-ROTULO     PIC X(40) VALUE SPACES.
       77 WS-EST-SECAO      PIC X(60) VALUE SPACES.
       77 WS-ECT-USADOS     PIC 9(02) VALUE ZERO.
       77 WS-EV-QTD         PIC 9(02) VALUE ZERO.
       77 WS-EV-IDX         PIC 9(02) VALUE ZERO.
       77 WS-EV-POS         PIC 9(02) VALUE ZERO.
       77 WS-FS-DEVOLUC     PIC X(02).
       77 WS-EOF-DEVOLUC    PIC X(01) VALUE "N".
           88 FIM-DEVOLUC        VALUE "S".
       77 WS-FS-RELDEX      PIC X(02).
       77 WS-FS-RELNEM      PIC X(02).
       77 WS-DEVOLUC-NOME   PIC X(30) VALUE "AMIGO-DEVOLUCOES.CSV".
       77 WS-DEV-ARQ-PARM   PIC X(30) VALUE SPACES.
       77 WS-DEV-LIMITE-TEMP PIC 9(01) VALUE 3.
       77 WS-DEV-NUM-LINHA  PIC 9(07) VALUE ZERO.
       77 WS-DEV-EMAIL-LIDO PIC X(60) VALUE SPACES.
       77 WS-DEV-DATA-LIDA  PIC X(20) VALUE SPACES.
       77 WS-DEV-TIPO-LIDO  PIC X(10) VALUE SPACES.
       77 WS-DEV-QTD-ARROBA PIC 9(02) VALUE ZERO.
       77 WS-DEV-EMAIL      PIC X(30) VALUE SPACES.
       77 WS-DEV-DATA-X     PIC X(08) VALUE SPACES.
       77 WS-DEV-DATA       PIC 9(08) VALUE ZERO.
       77 WS-DEV-TIPO       PIC X(01) VALUE SPACE.
       77 WS-DEV-MOTIVO     PIC X(30) VALUE SPACES.
       77 WS-DEV-ACHADOS    PIC 9(05) VALUE ZERO.
       77 WS-DEV-FIM-EMAIL  PIC X(01) VALUE "N".
       77 WS-DEV-FIM-SIT    PIC X(01) VALUE "N".
       77 WS-DEV-NOVO       PIC X(01) VALUE "N".
       77 WS-DEV-FALHA      PIC X(01) VALUE "N".
       77 WS-DEV-APELIDO    PIC X(12) VALUE SPACES.
       77 WS-DEV-EMAIL-ANTES PIC X(30) VALUE SPACES.
       77 WS-QTD-DEV-HARD   PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-SOFT   PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-MARCADOS PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-CONTADAS PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-JA     PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-REPETIDAS PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-SEMCORR PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-INVALIDAS PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-FALHAS PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-LISTADOS PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-NAO-CONT PIC 9(07) VALUE ZERO.
       77 WS-QTD-DEV-OMITIDOS PIC 9(05) VALUE ZERO.
       77 WS-SIT-EMAIL-DEVOLVIDO PIC X(30) VALUE SPACES.
       77 WS-FUS-DEVOLUCAO  PIC X(40) VALUE SPACES.

       01 WS-CAB-RELATORIO.
           03 WS-CAB-TITULO    PIC X(45).
           03 DET-ESQ-TELEFONE PIC X(15).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-ESQ-ULTIMO   PIC X(10).

       01 WS-EXT-REG.
           03 WS-EXT-AM-APELIDO  PIC X(12).
           03 WS-EXT-AM-NOME     PIC X(30).
           03 WS-EXT-AM-EMAIL    PIC X(30).
           03 WS-EXT-AM-TELEFONE PIC X(15).
           03 WS-EXT-AM-NASC     PIC 9(08).

       01 WS-CAB-COLUNAS-SIM.
           03 FILLER           PIC X(08) VALUE "TRANS.".
           03 FILLER           PIC X(03) VALUE "OP".
           03 FILLER           PIC X(13) VALUE "APELIDO".
           03 FILLER           PIC X(31) VALUE "DETALHE".
           03 FILLER           PIC X(20) VALUE "REJEICAO PREVISTA".

       01 WS-DET-SIM-REL.
           03 DET-SI-NUMERO    PIC 9(07).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-SI-OPERACAO  PIC X(02).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-SI-APELIDO   PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-SI-DETALHE   PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-SI-MOTIVO    PIC X(20).

       01 WS-DET-SIM-OPER.
           03 DET-SO-OPERACAO  PIC X(02).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-SO-DESCRICAO PIC X(20).
           03 FILLER           PIC X(08) VALUE " LIDAS: ".
           03 DET-SO-LIDAS     PIC ZZZZZZ9.
           03 FILLER           PIC X(12) VALUE " APLICADAS: ".
           03 DET-SO-APLIC     PIC ZZZZZZ9.
           03 FILLER           PIC X(13) VALUE " REJEITADAS: ".
           03 DET-SO-REJ       PIC ZZZZZZ9.

       01 WS-TAB-SIM-OPER.
           03 WS-SIM-ENT OCCURS 6 TIMES.
              05 WS-SIM-OP     PIC X(02).
              05 WS-SIM-DESCR  PIC X(20).
              05 WS-SIM-LIDAS  PIC 9(07).
              05 WS-SIM-APLIC  PIC 9(07).
              05 WS-SIM-REJ    PIC 9(07).

       01 WS-TAB-SIM-AMIGO.
           03 WS-SMA-ENT OCCURS 2000 TIMES.
              05 WS-SMA-APELIDO  PIC X(12).
              05 WS-SMA-EXISTE   PIC X(01).
              05 WS-SMA-SEM-VINC PIC X(01).

       01 WS-TAB-SIM-VINCULO.
           03 WS-SMV-ENT OCCURS 2000 TIMES.
              05 WS-SMV-GRUPO    PIC X(20).
              05 WS-SMV-APELIDO  PIC X(12).
              05 WS-SMV-EXISTE   PIC X(01).

       01 WS-CAB-COLUNAS-PRM.
           03 FILLER           PIC X(06) VALUE "LINHA".
           03 FILLER           PIC X(13) VALUE "RELATORIO".
           03 FILLER           PIC X(31) VALUE "ARQUIVO GERADO".
           03 FILLER           PIC X(09) VALUE "SITUACAO".
           03 FILLER           PIC X(08) VALUE "PAGINAS".
           03 FILLER           PIC X(09) VALUE "  LINHAS".
           03 FILLER           PIC X(01) VALUE SPACE.
           03 FILLER           PIC X(40) VALUE "MOTIVO DA FALHA".

       01 WS-DET-PRM-RES.
           03 DET-PR-LINHA     PIC ZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PR-TIPO      PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PR-ARQUIVO   PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PR-SITUACAO  PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PR-PAGINAS   PIC ZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PR-LINHAS    PIC ZZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PR-ERRO      PIC X(40).

       01 WS-CAB-COLUNAS-CEP.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 FILLER           PIC X(13) VALUE "APELIDO".
           03 FILLER           PIC X(21) VALUE "CIDADE".
           03 FILLER           PIC X(04) VALUE "UF".
           03 FILLER           PIC X(09) VALUE "CEP".

       01 WS-DET-CEP-REL.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 DET-CE-APELIDO   PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CE-CIDADE    PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CE-UF        PIC X(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-CE-CEP       PIC X(09).

       01 WS-LGPD-GER.
           03 WS-LGPD-GER-ANO  PIC 9(04).
           03 WS-LGPD-GER-MM   PIC 9(02).
       01 WS-LGPD-GER-NUM REDEFINES WS-LGPD-GER PIC 9(06).

       01 WS-LGPD-ANON-APELIDO.
           03 FILLER           PIC X(04) VALUE "ANON".
           03 WS-LGPD-ANON-HORA PIC 9(08).

       01 WS-LGPD-IMG-ANON.
           03 WS-LA-APELIDO    PIC X(12) VALUE SPACES.
           03 WS-LA-NOME       PIC X(30) VALUE "ANONIMIZADO".
           03 WS-LA-EMAIL      PIC X(30) VALUE SPACES.
           03 WS-LA-TELEFONE   PIC X(15) VALUE SPACES.
           03 WS-LA-NASC       PIC 9(08) VALUE ZERO.

       01 WS-LGPD-IMG.
           03 WS-LI-APELIDO    PIC X(12).
           03 WS-LI-NOME       PIC X(30).
           03 WS-LI-EMAIL      PIC X(30).
           03 WS-LI-TELEFONE   PIC X(15).
           03 WS-LI-NASC       PIC X(08).

       01 WS-LGPD-LOG.
           03 WS-LL-OPERACAO   PIC X(10).
           03 WS-LL-APELIDO    PIC X(12).
           03 WS-LL-DATA       PIC X(08).
           03 WS-LL-HORA       PIC X(08).
           03 WS-LL-OPERADOR   PIC X(08).

       01 WS-LGPD-JRN.
           03 WS-LJ-OPERACAO   PIC X(10).
           03 WS-LJ-DATA       PIC X(08).
           03 WS-LJ-HORA       PIC X(08).
           03 WS-LJ-ANTES.
               05 WS-LJ-A-APELIDO PIC X(12).
               05 WS-LJ-A-RESTO   PIC X(83).
           03 WS-LJ-DEPOIS.
               05 WS-LJ-D-APELIDO PIC X(12).
               05 WS-LJ-D-RESTO   PIC X(83).

       01 WS-DET-DOS-MOV.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-DM-ARQUIVO   PIC X(26).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DM-DATA      PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DM-HORA      PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DM-OPERACAO  PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DM-COMPLEMENTO PIC X(52).

       01 WS-DET-DOS-IMG.
           03 FILLER           PIC X(06) VALUE SPACES.
           03 DET-DI-ROTULO    PIC X(08).
           03 DET-DI-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DI-EMAIL     PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DI-TELEFONE  PIC X(15).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DI-NASC      PIC X(08).

       01 WS-CAMP-GRUPOS.
           03 WS-CAMP-GRUPO    PIC X(20) OCCURS 5 TIMES.

       01 WS-CAB-COLUNAS-CAMP.
           03 FILLER           PIC X(31) VALUE "CAMPANHA".
           03 FILLER           PIC X(09) VALUE "DATA".
           03 FILLER           PIC X(09) VALUE "OPERADOR".
           03 FILLER           PIC X(06) VALUE "CANAL".
           03 FILLER           PIC X(08) VALUE "PUBLICO".
           03 FILLER           PIC X(08) VALUE "ALCANC.".
           03 FILLER           PIC X(08) VALUE "SEM END".
           03 FILLER           PIC X(08) VALUE "SEM MAIL".
           03 FILLER           PIC X(08) VALUE "NAO CONT".

       01 WS-DET-CAMP-REL.
           03 DET-CP-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-DATA      PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-OPERADOR  PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-CANAL     PIC X(05).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-PUBLICO   PIC ZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-ENVIADOS  PIC ZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-SEM-END   PIC ZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-SEM-EMAIL PIC ZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-NAO-CONT  PIC ZZZZZZ9.

       01 WS-EVT-REG.
           03 WS-EVR-CODIGO    PIC 9(06).
           03 WS-EVR-GRUPO     PIC X(20).
           03 WS-EVR-DATA      PIC 9(08).
           03 WS-EVR-LOCAL     PIC X(30).
           03 WS-EVR-DESCRICAO PIC X(40).
           03 WS-EVR-OPERADOR  PIC X(08).
           03 WS-EVR-DT-CADASTRO PIC 9(08).
           03 FILLER           PIC X(20).

       01 WS-PRES-SALVA.
           03 WS-PS-EVENTO     PIC 9(06).
           03 WS-PS-APELIDO    PIC X(12).
           03 WS-PS-SITUACAO   PIC X(10).
           03 WS-PS-DT-SITUACAO PIC 9(08).
           03 WS-PS-OPERADOR   PIC X(08).
           03 WS-PS-CT-DATA    PIC 9(08).
           03 WS-PS-CT-HORA    PIC 9(08).
           03 FILLER           PIC X(20).

       01 WS-CAB-COLUNAS-EVT.
           03 FILLER           PIC X(13) VALUE "APELIDO".
           03 FILLER           PIC X(31) VALUE "NOME".
           03 FILLER           PIC X(11) VALUE "SITUACAO".
           03 FILLER           PIC X(09) VALUE "DESDE".
           03 FILLER           PIC X(08) VALUE "OPERADOR".

       01 WS-DET-EVT-REL.
           03 DET-EV-APELIDO   PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-EV-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-EV-SITUACAO  PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-EV-DATA      PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-EV-OPERADOR  PIC X(08).

       01 WS-CAB-COLUNAS-FRQ.
           03 FILLER           PIC X(13) VALUE "APELIDO".
           03 FILLER           PIC X(31) VALUE "NOME".
           03 FILLER           PIC X(09) VALUE "CONVITES".
           03 FILLER           PIC X(09) VALUE "PRESENTE".
           03 FILLER           PIC X(09) VALUE "AUSENTE".
           03 FILLER           PIC X(09) VALUE "SEM REG.".
           03 FILLER           PIC X(06) VALUE "FREQ.".

       01 WS-DET-FRQ-REL.
           03 DET-FQ-APELIDO   PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FQ-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FQ-CONVITES  PIC ZZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FQ-PRESENTES PIC ZZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FQ-AUSENTES  PIC ZZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FQ-SEM-REG   PIC ZZZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FQ-TAXA      PIC ZZ9.
           03 FILLER           PIC X(01) VALUE "%".

      * TIPOS DE RELACAO: TIPO, TIPO INVERSO (GRAVADO NO OUTRO SENTIDO)
      * E "S" QUANDO E PARENTESCO (CONTA PARA FAMILIA E DOMICILIO)
       01 WS-RLC-TIPOS.
           03 FILLER           PIC X(12) VALUE "CONJUGE DE".
           03 FILLER           PIC X(12) VALUE "CONJUGE DE".
           03 FILLER           PIC X(01) VALUE "S".
           03 FILLER           PIC X(12) VALUE "FILHO DE".
           03 FILLER           PIC X(12) VALUE "PAI/MAE DE".
           03 FILLER           PIC X(01) VALUE "S".
           03 FILLER           PIC X(12) VALUE "PAI/MAE DE".
           03 FILLER           PIC X(12) VALUE "FILHO DE".
           03 FILLER           PIC X(01) VALUE "S".
           03 FILLER           PIC X(12) VALUE "IRMAO DE".
           03 FILLER           PIC X(12) VALUE "IRMAO DE".
           03 FILLER           PIC X(01) VALUE "S".
           03 FILLER           PIC X(12) VALUE "PARENTE DE".
           03 FILLER           PIC X(12) VALUE "PARENTE DE".
           03 FILLER           PIC X(01) VALUE "S".
           03 FILLER           PIC X(12) VALUE "INDICADO POR".
           03 FILLER           PIC X(12) VALUE "INDICOU".
           03 FILLER           PIC X(01) VALUE "N".
           03 FILLER           PIC X(12) VALUE "INDICOU".
           03 FILLER           PIC X(12) VALUE "INDICADO POR".
           03 FILLER           PIC X(01) VALUE "N".
       01 WS-RLC-TABELA REDEFINES WS-RLC-TIPOS.
           03 WS-RLC-ENTRADA OCCURS 7 TIMES.
               05 WS-RLC-TIPO-TAB PIC X(12).
               05 WS-RLC-INV-TAB  PIC X(12).
               05 WS-RLC-FAM-TAB  PIC X(01).

       01 WS-DOM-TABELA.
           03 WS-DOM-MEMBRO    PIC X(12) OCCURS 50 TIMES.

       01 WS-CAB-COLUNAS-FAM.
           03 FILLER           PIC X(13) VALUE "APELIDO".
           03 FILLER           PIC X(31) VALUE "NOME".
           03 FILLER           PIC X(30) VALUE "ENDERECO / RELACOES".

       01 WS-DET-FAM-REL.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-FM-APELIDO   PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FM-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-FM-ENDERECO  PIC X(70).

       01 WS-EST-ATUAL.
           03 WS-EA-MES        PIC 9(06).
           03 WS-EA-DATA       PIC 9(08).
           03 WS-EA-AMIGOS     PIC 9(07).
           03 WS-EA-INCLUSOES  PIC 9(07).
           03 WS-EA-EXCLUSOES  PIC 9(07).
           03 WS-EA-GRUPOS     PIC 9(05).
           03 WS-EA-VINCULOS   PIC 9(07).
           03 WS-EA-SEM-GRUPO  PIC 9(07).
           03 WS-EA-CONTATOS   PIC 9(07).
           03 WS-EA-PCT-FONE   PIC 9(03)V9.
           03 WS-EA-PCT-NASC   PIC 9(03)V9.
           03 WS-EA-PCT-EMAIL  PIC 9(03)V9.
           03 WS-EA-PCT-END    PIC 9(03)V9.
           03 FILLER           PIC X(23).

       01 WS-EST-EVOLUCAO.
           03 WS-EV-ENTRADA OCCURS 13 TIMES.
               05 WS-EV-MES        PIC 9(06).
               05 WS-EV-DATA       PIC 9(08).
               05 WS-EV-AMIGOS     PIC 9(07).
               05 WS-EV-INCLUSOES  PIC 9(07).
               05 WS-EV-EXCLUSOES  PIC 9(07).
               05 WS-EV-GRUPOS     PIC 9(05).
               05 WS-EV-VINCULOS   PIC 9(07).
               05 WS-EV-SEM-GRUPO  PIC 9(07).
               05 WS-EV-CONTATOS   PIC 9(07).
               05 WS-EV-PCT-FONE   PIC 9(03)V9.
               05 WS-EV-PCT-NASC   PIC 9(03)V9.
               05 WS-EV-PCT-EMAIL  PIC 9(03)V9.
               05 WS-EV-PCT-END    PIC 9(03)V9.
               05 FILLER           PIC X(23).

       01 WS-EST-UFS.
           03 FILLER           PIC X(54) VALUE
              "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
       01 WS-EST-UF-TABELA REDEFINES WS-EST-UFS.
           03 WS-EST-UF        PIC X(02) OCCURS 27 TIMES.

       01 WS-EST-UF-QTDS.
           03 WS-EST-UF-QTD    PIC 9(07) OCCURS 27 TIMES.

       01 WS-EST-CT-TABELA.
           03 WS-ECT-ENTRADA OCCURS 10 TIMES.
               05 WS-ECT-TIPO      PIC X(10).
               05 WS-ECT-QTD       PIC 9(07).

       01 WS-CAB-COLUNAS-EST.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 FILLER           PIC X(41) VALUE "INDICADOR".
           03 FILLER           PIC X(14) VALUE "QUANTIDADE".
           03 FILLER           PIC X(10) VALUE "PERCENTUAL".

       01 WS-DET-EST-REL.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-ES-ROTULO    PIC X(40).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-ES-QTD       PIC Z(9)9.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 DET-ES-PCT       PIC ZZ9.9.
           03 DET-ES-SINAL     PIC X(01).

       01 WS-CAB-CMP-EST.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 FILLER           PIC X(41) VALUE "INDICADOR".
           03 FILLER           PIC X(12) VALUE "     ATUAL".
           03 FILLER           PIC X(12) VALUE "  ANTERIOR".
           03 FILLER           PIC X(10) VALUE "  VARIACAO".

       01 WS-DET-CMP-QTD.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-CQ-ROTULO    PIC X(40).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CQ-ATUAL     PIC Z(9)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-CQ-ANTERIOR  PIC Z(9)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-CQ-VARIACAO  PIC +(9)9.

       01 WS-DET-CMP-PCT.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-CP-ROTULO    PIC X(40).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-CP-ATUAL     PIC Z(7)9.9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-CP-ANTERIOR  PIC Z(7)9.9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-CP-VARIACAO  PIC +(7)9.9.

       01 WS-CAB-EVO-EST.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 FILLER           PIC X(09) VALUE "MES".
           03 FILLER           PIC X(09) VALUE "   AMIGOS".
           03 FILLER           PIC X(09) VALUE "     INCL".
           03 FILLER           PIC X(09) VALUE "     EXCL".
           03 FILLER           PIC X(09) VALUE " CONTATOS".
           03 FILLER           PIC X(09) VALUE "SEM GRUPO".
           03 FILLER           PIC X(07) VALUE "  %FONE".
           03 FILLER           PIC X(07) VALUE "  %NASC".
           03 FILLER           PIC X(07) VALUE " %EMAIL".
           03 FILLER           PIC X(07) VALUE "   %END".

       01 WS-DET-EVO-EST.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-EE-MES       PIC X(07).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-AMIGOS    PIC Z(6)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-INCLUSOES PIC Z(6)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-EXCLUSOES PIC Z(6)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-CONTATOS  PIC Z(6)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-SEM-GRUPO PIC Z(6)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-PCT-FONE  PIC ZZ9.9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-PCT-NASC  PIC ZZ9.9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-PCT-EMAIL PIC ZZ9.9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-EE-PCT-END   PIC ZZ9.9.

       01 WS-CAB-COLUNAS-DEX.
           03 FILLER           PIC X(09) VALUE "  LINHA".
           03 FILLER           PIC X(31) VALUE "E-MAIL".
           03 FILLER           PIC X(11) VALUE "DATA".
           03 FILLER           PIC X(07) VALUE "TIPO".
           03 FILLER           PIC X(30) VALUE "MOTIVO".

       01 WS-DET-DEX-REL.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DET-DX-LINHA     PIC Z(6)9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DX-EMAIL     PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DX-DATA      PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DX-TIPO      PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-DX-MOTIVO    PIC X(30).

       01 WS-CAB-COLUNAS-NEM.
           03 FILLER           PIC X(13) VALUE "APELIDO".
           03 FILLER           PIC X(31) VALUE "NOME".
           03 FILLER           PIC X(31) VALUE "E-MAIL DEVOLVIDO".
           03 FILLER           PIC X(16) VALUE "TELEFONE".
           03 FILLER           PIC X(11) VALUE "DEVOLVIDO".
           03 FILLER           PIC X(13) VALUE "DEVOLUCAO".

       01 WS-DET-NEM-REL.
           03 DET-NE-APELIDO   PIC X(12).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-NE-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-NE-EMAIL     PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-NE-TELEFONE  PIC X(15).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-NE-DATA      PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-NE-MOTIVO    PIC X(13).
       SCREEN SECTION.
       01 TELA-CADASTRO.
           03 BLANK SCREEN.
                   END-IF
                   PERFORM 2400-CADEIA-NOTURNA
                      THRU 2400-CADEIA-NOTURNA-EXIT
               WHEN WS-MODO-EXECUCAO (1:7) = "EXTRAIR"
                   PERFORM 2500-EXTRAIR-MUDANCAS
                      THRU 2500-EXTRAIR-MUDANCAS-EXIT
               WHEN WS-MODO-EXECUCAO (1:7) = "SIMULAR"
                   PERFORM 2600-SIMULAR-LOTE
                      THRU 2600-SIMULAR-LOTE-EXIT
               WHEN WS-MODO-EXECUCAO (1:10) = "RELATORIOS"
                   PERFORM 2700-EMITIR-RELATORIOS
                      THRU 2700-EMITIR-RELATORIOS-EXIT
               WHEN WS-MODO-EXECUCAO (1:8) = "CARGACEP"
                   PERFORM 2800-CARREGAR-CEP
                      THRU 2800-CARREGAR-CEP-EXIT
               WHEN WS-MODO-EXECUCAO (1:11) = "CONFERIRCEP"
                   PERFORM 2860-CONFERIR-ENDERECOS
                      THRU 2860-CONFERIR-ENDERECOS-EXIT
               WHEN WS-MODO-EXECUCAO (1:11) = "ESTATISTICA"
                   PERFORM 3300-EMITIR-ESTATISTICA
                      THRU 3300-EMITIR-ESTATISTICA-EXIT
               WHEN WS-MODO-EXECUCAO (1:9) = "DEVOLUCAO"
                   PERFORM 3400-PROCESSAR-DEVOLUCOES
                      THRU 3400-PROCESSAR-DEVOLUCOES-EXIT
               WHEN OTHER
                   PERFORM 0010-IDENTIFICAR-OPERADOR
                      THRU 0010-IDENTIFICAR-OPERADOR-EXIT
               WHEN 20
                   PERFORM 2100-TROCAR-MINHA-SENHA
                      THRU 2100-TROCAR-MINHA-SENHA-EXIT
               WHEN 21
                   PERFORM 2900-LGPD-AMIGO
                      THRU 2900-LGPD-AMIGO-EXIT
               WHEN 22
                   PERFORM 3000-CAMPANHA
                      THRU 3000-CAMPANHA-EXIT
               WHEN 23
                   PERFORM 3100-EVENTOS
                      THRU 3100-EVENTOS-EXIT
               WHEN 24
                   PERFORM 3200-RELACOES
                      THRU 3200-RELACOES-EXIT
               WHEN 0
                   MOVE "S" TO WS-FIM
               WHEN OTHER
           DISPLAY "18 - RELATORIO DE ESQUECIDOS".
           DISPLAY "19 - ADMINISTRAR OPERADORES".
           DISPLAY "20 - TROCAR MINHA SENHA".
           DISPLAY "21 - LGPD - DADOS PESSOAIS DO AMIGO".
           DISPLAY "22 - CAMPANHAS DE CONTATO".
           DISPLAY "23 - EVENTOS DE GRUPO".
           DISPLAY "24 - RELACOES ENTRE AMIGOS".
           DISPLAY "0 - FINALIZAR PROGRAMA".
           DISPLAY " ".

      *             exibicao no console e opcional.
      ******************************************************************
       100-LER.
           IF WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "EXIBIR TAMBEM NO CONSOLE (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-REL-CONSOLE
           END-IF.
           MOVE ZERO TO WS-TOTAL-AMIGOS.
           MOVE "N" TO WS-EOF-REGAMIGO.
           OPEN INPUT REGAMIGO.
           END-IF.
           OPEN OUTPUT RELAMIGO.
           IF WS-FS-RELAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-RELAMIGO-NOME)
                       " - STATUS " WS-FS-RELAMIGO
               CLOSE REGAMIGO
               GO TO 100-LER-EXIT
           END-IF.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 160-GRAVAR-LINHA-AMIGO.
           CLOSE RELAMIGO.
           MOVE "S" TO WS-REL-GERADO.
           DISPLAY "RELATORIO GRAVADO EM "
                   FUNCTION TRIM (WS-RELAMIGO-NOME).
       100-LER-EXIT.
           EXIT.

           END-IF.
           WRITE REG-RELAMIGO FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.
           ADD 1 TO WS-REL-TOT-LINHAS.
           IF WS-REL-CONSOLE = "S" OR WS-REL-CONSOLE = "s"
               DISPLAY WS-REL-LINHA
           END-IF.
           EXIT.

       320-ALTERAR-PELO-FORMULARIO.
           MOVE EMAIL         TO WS-DEV-EMAIL-ANTES.
           MOVE APELIDO       TO WS-NOVO-APELIDO.
           MOVE NOME          TO WS-NOVO-NOME.
           MOVE EMAIL         TO WS-NOVO-EMAIL.
                   MOVE "ALTERACAO" TO WS-JRN-OPERACAO
                   PERFORM 970-GRAVAR-JORNAL THRU
                       970-GRAVAR-JORNAL-EXIT
                   IF EMAIL NOT = WS-DEV-EMAIL-ANTES
                       MOVE APELIDO TO WS-DEV-APELIDO
                       PERFORM 3445-LIMPAR-DEVOLUCAO
                          THRU 3445-LIMPAR-DEVOLUCAO-EXIT
                   END-IF
           END-REWRITE.
       320-ALTERAR-PELO-FORMULARIO-EXIT.
           EXIT.
                   END-IF
                   PERFORM 430-REMOVER-ENDERECO
                      THRU 430-REMOVER-ENDERECO-EXIT
                   PERFORM 435-REMOVER-SITUACAO
                      THRU 435-REMOVER-SITUACAO-EXIT
                   PERFORM 436-REMOVER-PRESENCAS
                      THRU 436-REMOVER-PRESENCAS-EXIT
                   PERFORM 433-REMOVER-CONTATOS
                      THRU 433-REMOVER-CONTATOS-EXIT
                   PERFORM 438-REMOVER-RELACOES
                      THRU 438-REMOVER-RELACOES-EXIT
           END-DELETE.
       405-CONFIRMAR-E-EXCLUIR-EXIT.
           EXIT.
       430-REMOVER-ENDERECO-EXIT.
           EXIT.

      ******************************************************************
      * 433-REMOVER-CONTATOS - na exclusao do amigo, remove de
      *                        CONTATO.DAT todo o seu historico de
      *                        contatos (inclusive os de VISITA), lido
      *                        a partir da chave APELIDO + DATA + HORA
      *                        zeradas. Arquivo de contatos inexistente
      *                        nao e erro.
      ******************************************************************
       433-REMOVER-CONTATOS.
           MOVE ZERO TO WS-QTD-CONTATOS.
           MOVE "N" TO WS-FIM-CONTATO.
           OPEN I-O CONTATO.
           IF WS-FS-CONTATO = "35"
               GO TO 433-REMOVER-CONTATOS-EXIT
           END-IF.
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
               GO TO 433-REMOVER-CONTATOS-EXIT
           END-IF.
           MOVE WS-BUSCA-APELIDO TO CT-APELIDO.
           MOVE ZERO             TO CT-DATA CT-HORA.
           START CONTATO KEY NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTATO
           END-START.
           PERFORM 434-REMOVER-UM-CONTATO UNTIL FIM-CONTATO.
           CLOSE CONTATO.
           IF WS-QTD-CONTATOS > ZERO
               DISPLAY "CONTATOS DO AMIGO REMOVIDOS: " WS-QTD-CONTATOS
           END-IF.
       433-REMOVER-CONTATOS-EXIT.
           EXIT.

       434-REMOVER-UM-CONTATO.
           READ CONTATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
               NOT AT END
                   IF CT-APELIDO NOT = WS-BUSCA-APELIDO
                       MOVE "S" TO WS-FIM-CONTATO
                   ELSE
                       DELETE CONTATO
                       ADD 1 TO WS-QTD-CONTATOS
                   END-IF
           END-READ.

      ******************************************************************
      * 435-REMOVER-SITUACAO - na exclusao do amigo, remove tambem sua
      *                        situacao de contato em SITAMIGO.DAT.
      ******************************************************************
       435-REMOVER-SITUACAO.
           OPEN I-O SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               GO TO 435-REMOVER-SITUACAO-EXIT
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               GO TO 435-REMOVER-SITUACAO-EXIT
           END-IF.
           MOVE WS-BUSCA-APELIDO TO SA-APELIDO.
           DELETE SITAMIGO
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE SITAMIGO.
       435-REMOVER-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 436-REMOVER-PRESENCAS - na exclusao do amigo, remove tambem o
      *                         seu lugar nas listas de eventos de
      *                         PRESENCA.DAT (pela chave alternativa do
      *                         APELIDO). Os contatos de visita sao
      *                         removidos em seguida, com os demais
      *                         contatos, por 433-REMOVER-CONTATOS.
      ******************************************************************
       436-REMOVER-PRESENCAS.
           OPEN I-O PRESENCA.
           IF WS-FS-PRESENCA = "35"
               GO TO 436-REMOVER-PRESENCAS-EXIT
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               GO TO 436-REMOVER-PRESENCAS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-PRESENCA.
           PERFORM 437-REMOVER-UMA-PRESENCA
              THRU 437-REMOVER-UMA-PRESENCA-EXIT
               UNTIL FIM-PRESENCA.
           CLOSE PRESENCA.
       436-REMOVER-PRESENCAS-EXIT.
           EXIT.

       437-REMOVER-UMA-PRESENCA.
           MOVE WS-BUSCA-APELIDO TO PR-APELIDO.
           START PRESENCA KEY = PR-APELIDO
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           IF FIM-PRESENCA
               GO TO 437-REMOVER-UMA-PRESENCA-EXIT
           END-IF.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
               NOT AT END
                   IF PR-APELIDO NOT = WS-BUSCA-APELIDO
                       MOVE "S" TO WS-EOF-PRESENCA
                   ELSE
                       DELETE PRESENCA
                   END-IF
           END-READ.
       437-REMOVER-UMA-PRESENCA-EXIT.
           EXIT.

      ******************************************************************
      * 438-REMOVER-RELACOES - na exclusao do amigo, remove de
      *                        RELACAO.DAT as suas relacoes nos dois
      *                        sentidos (A -> B e B -> A).
      ******************************************************************
       438-REMOVER-RELACOES.
           MOVE ZERO TO WS-QTD-RLC-EXCL.
           OPEN I-O RELACAO.
           IF WS-FS-RELACAO = "35"
               GO TO 438-REMOVER-RELACOES-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               GO TO 438-REMOVER-RELACOES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-RELACAO.
           PERFORM 439-REMOVER-UMA-RELACAO
              THRU 439-REMOVER-UMA-RELACAO-EXIT
               UNTIL FIM-RELACAO.
           CLOSE RELACAO.
       438-REMOVER-RELACOES-EXIT.
           EXIT.

       439-REMOVER-UMA-RELACAO.
           MOVE WS-BUSCA-APELIDO TO RL-APELIDO.
           MOVE SPACES           TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           IF FIM-RELACAO
               GO TO 439-REMOVER-UMA-RELACAO-EXIT
           END-IF.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
           END-READ.
           IF FIM-RELACAO OR RL-APELIDO NOT = WS-BUSCA-APELIDO
               MOVE "S" TO WS-EOF-RELACAO
               GO TO 439-REMOVER-UMA-RELACAO-EXIT
           END-IF.
           MOVE RL-OUTRO TO WS-RLC-OUTRO.
           DELETE RELACAO.
           ADD 1 TO WS-QTD-RLC-EXCL.
           MOVE WS-RLC-OUTRO     TO RL-APELIDO.
           MOVE WS-BUSCA-APELIDO TO RL-OUTRO.
           DELETE RELACAO
               INVALID KEY
                   CONTINUE
           END-DELETE.
       439-REMOVER-UMA-RELACAO-EXIT.
           EXIT.

      ******************************************************************
      * 500-BUSCAR - busca de amigos: por APELIDO exato (leitura direta
      *              pela chave do arquivo indexado) ou por NOME ou
           DISPLAY "EMAIL.....: " EMAIL.
           DISPLAY "TELEFONE..: " TELEFONE.
           DISPLAY "NASCIMENTO: " DT-NASCIMENTO.
           PERFORM 3440-EXIBIR-SITUACAO-EMAIL
              THRU 3440-EXIBIR-SITUACAO-EMAIL-EXIT.
           PERFORM 555-EXIBIR-HISTORICO THRU 555-EXIBIR-HISTORICO-EXIT.
           MOVE APELIDO TO WS-RLC-APELIDO.
           PERFORM 3230-EXIBIR-RELACOES THRU 3230-EXIBIR-RELACOES-EXIT.

      ******************************************************************
      * 555-EXIBIR-HISTORICO - historico de contatos do amigo corrente
           ELSE
               DISPLAY "VINCULOS RENOMEADOS: " WS-QTD-RENOMEADOS
           END-IF.
           PERFORM 636-RENOMEAR-EVENTOS THRU 636-RENOMEAR-EVENTOS-EXIT.
       630-RENOMEAR-GRUPO-EXIT.
           EXIT.

       631-RENOMEAR-UM-VINCULO-EXIT.
           EXIT.

      ******************************************************************
      * 636-RENOMEAR-EVENTOS - leva para o nome novo os eventos do
      *                        grupo em EVENTO.DAT, reposicionando pela
      *                        chave alternativa do grupo a cada volta.
      ******************************************************************
       636-RENOMEAR-EVENTOS.
           MOVE ZERO TO WS-QTD-EVT-RENOM.
           OPEN I-O EVENTO.
           IF WS-FS-EVENTO = "35"
               GO TO 636-RENOMEAR-EVENTOS-EXIT
           END-IF.
           IF WS-FS-EVENTO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO.DAT - STATUS "
                       WS-FS-EVENTO
               GO TO 636-RENOMEAR-EVENTOS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-EVENTO.
           PERFORM 637-RENOMEAR-UM-EVENTO
              THRU 637-RENOMEAR-UM-EVENTO-EXIT
               UNTIL FIM-EVENTO.
           CLOSE EVENTO.
           IF WS-QTD-EVT-RENOM > ZERO
               DISPLAY "EVENTOS RENOMEADOS: " WS-QTD-EVT-RENOM
           END-IF.
       636-RENOMEAR-EVENTOS-EXIT.
           EXIT.

       637-RENOMEAR-UM-EVENTO.
           MOVE WS-GRUPO-VELHO TO EV-GRUPO.
           START EVENTO KEY = EV-GRUPO
               INVALID KEY
                   MOVE "S" TO WS-EOF-EVENTO
           END-START.
           IF FIM-EVENTO
               GO TO 637-RENOMEAR-UM-EVENTO-EXIT
           END-IF.
           READ EVENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-EVENTO
               NOT AT END
                   IF EV-GRUPO NOT = WS-GRUPO-VELHO
                       MOVE "S" TO WS-EOF-EVENTO
                   ELSE
                       MOVE WS-GRUPO-NOVO TO EV-GRUPO
                       REWRITE REG-EVENTO
                           INVALID KEY
                               DISPLAY "FALHA AO RENOMEAR O EVENTO "
                                       EV-CODIGO
                               MOVE "S" TO WS-EOF-EVENTO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-EVT-RENOM
                       END-REWRITE
                   END-IF
           END-READ.
       637-RENOMEAR-UM-EVENTO-EXIT.
           EXIT.

      ******************************************************************
      * 640-EXCLUIR-GRUPO - exclui um grupo inteiro de REGGRUPO.DAT
      *                     (todos os seus vinculos), com confirmacao
      *                     previa do operador. Os eventos do grupo e
      *                     suas listas de presenca saem junto.
      ******************************************************************
       640-EXCLUIR-GRUPO.
           DISPLAY "NOME DO GRUPO A EXCLUIR: " WITH NO ADVANCING.
           ACCEPT WS-GRUPO-VELHO.
           DISPLAY "EXCLUI O GRUPO " WS-GRUPO-VELHO
                   " E TODOS OS SEUS VINCULOS E EVENTOS. "
                   "CONFIRMA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               UNTIL FIM-REGGRUPO.
           CLOSE REGGRUPO.
           PERFORM 645-EXCLUIR-MASTER THRU 645-EXCLUIR-MASTER-EXIT.
           PERFORM 646-EXCLUIR-EVENTOS THRU 646-EXCLUIR-EVENTOS-EXIT.
           IF WS-QTD-GRP-EXCL = ZERO AND WS-MASTER-EXCL NOT = "S"
              AND WS-QTD-EVT-EXCL = ZERO
               DISPLAY "GRUPO NAO ENCONTRADO: " WS-GRUPO-VELHO
           ELSE
               DISPLAY "GRUPO EXCLUIDO - VINCULOS REMOVIDOS: "
                       WS-QTD-GRP-EXCL
           END-IF.
           IF WS-QTD-EVT-EXCL > ZERO
               DISPLAY "EVENTOS EXCLUIDOS: " WS-QTD-EVT-EXCL
                       " - PRESENCAS REMOVIDAS: " WS-QTD-PRES-EXCL
           END-IF.
       640-EXCLUIR-GRUPO-EXIT.
           EXIT.

       645-EXCLUIR-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 646-EXCLUIR-EVENTOS - exclui de EVENTO.DAT os eventos do grupo
      *                       e, de PRESENCA.DAT, a lista de cada um.
      *                       Os contatos de visita ja gravados ficam
      *                       em CONTATO.DAT como historico do amigo.
      ******************************************************************
       646-EXCLUIR-EVENTOS.
           MOVE ZERO TO WS-QTD-EVT-EXCL WS-QTD-PRES-EXCL.
           OPEN I-O EVENTO.
           IF WS-FS-EVENTO = "35"
               GO TO 646-EXCLUIR-EVENTOS-EXIT
           END-IF.
           IF WS-FS-EVENTO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO.DAT - STATUS "
                       WS-FS-EVENTO
               GO TO 646-EXCLUIR-EVENTOS-EXIT
           END-IF.
           MOVE "N" TO WS-EVT-PRES-ABERTA.
           OPEN I-O PRESENCA.
           IF WS-FS-PRESENCA = "00"
               MOVE "S" TO WS-EVT-PRES-ABERTA
           ELSE
               IF WS-FS-PRESENCA NOT = "35"
                   DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - "
                           "STATUS " WS-FS-PRESENCA
                   CLOSE EVENTO
                   GO TO 646-EXCLUIR-EVENTOS-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-EOF-EVENTO.
           PERFORM 647-EXCLUIR-UM-EVENTO
              THRU 647-EXCLUIR-UM-EVENTO-EXIT
               UNTIL FIM-EVENTO.
           CLOSE EVENTO.
           IF WS-EVT-PRES-ABERTA = "S"
               CLOSE PRESENCA
           END-IF.
       646-EXCLUIR-EVENTOS-EXIT.
           EXIT.

       647-EXCLUIR-UM-EVENTO.
           MOVE WS-GRUPO-VELHO TO EV-GRUPO.
           START EVENTO KEY = EV-GRUPO
               INVALID KEY
                   MOVE "S" TO WS-EOF-EVENTO
           END-START.
           IF FIM-EVENTO
               GO TO 647-EXCLUIR-UM-EVENTO-EXIT
           END-IF.
           READ EVENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-EVENTO
               NOT AT END
                   IF EV-GRUPO NOT = WS-GRUPO-VELHO
                       MOVE "S" TO WS-EOF-EVENTO
                   ELSE
                       MOVE EV-CODIGO TO WS-EVT-CODIGO
                       DELETE EVENTO
                       ADD 1 TO WS-QTD-EVT-EXCL
                       IF WS-EVT-PRES-ABERTA = "S"
                           MOVE "N" TO WS-EOF-PRESENCA
                           PERFORM 648-EXCLUIR-PRESENCA-EVT
                              THRU 648-EXCLUIR-PRESENCA-EVT-EXIT
                               UNTIL FIM-PRESENCA
                       END-IF
                   END-IF
           END-READ.
       647-EXCLUIR-UM-EVENTO-EXIT.
           EXIT.

       648-EXCLUIR-PRESENCA-EVT.
           MOVE WS-EVT-CODIGO TO PR-EVENTO.
           MOVE SPACES        TO PR-APELIDO.
           START PRESENCA KEY NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           IF FIM-PRESENCA
               GO TO 648-EXCLUIR-PRESENCA-EVT-EXIT
           END-IF.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
               NOT AT END
                   IF PR-EVENTO NOT = WS-EVT-CODIGO
                       MOVE "S" TO WS-EOF-PRESENCA
                   ELSE
                       DELETE PRESENCA
                       ADD 1 TO WS-QTD-PRES-EXCL
                   END-IF
           END-READ.
       648-EXCLUIR-PRESENCA-EVT-EXIT.
           EXIT.

       641-EXCLUIR-UM-VINCULO.
           MOVE WS-GRUPO-VELHO TO GRUPO-NOME.
           MOVE SPACES         TO GR-APELIDO.
           START REGGRUPO KEY NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-REGGRUPO
           END-START.
           IF FIM-REGGRUPO
               GO TO 641-EXCLUIR-UM-VINCULO-EXIT
           END-IF.
           READ REGGRUPO NEXT RECORD
               AT END
      *                       totais; a exibicao no console e opcional.
      ******************************************************************
       700-RELATORIO-GRUPO.
           IF WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "EXIBIR TAMBEM NO CONSOLE (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-REL-CONSOLE
           END-IF.
           MOVE ZERO TO WS-QTD-GRUPOS.
           MOVE ZERO TO WS-QTD-GRUPOS-REL.
           MOVE "S" TO WS-TEM-MASTER.
           END-IF.
           OPEN OUTPUT RELGRUPO.
           IF WS-FS-RELGRUPO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-RELGRUPO-NOME)
                       " - STATUS " WS-FS-RELGRUPO
               IF WS-TEM-MASTER = "S"
                   CLOSE GRUPOCAD
               END-IF
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 760-GRAVAR-LINHA-GRUPO.
           CLOSE RELGRUPO.
           MOVE "S" TO WS-REL-GERADO.
           DISPLAY "RELATORIO GRAVADO EM "
                   FUNCTION TRIM (WS-RELGRUPO-NOME).
       700-RELATORIO-GRUPO-EXIT.
           EXIT.

           END-IF.
           WRITE REG-RELGRUPO FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.
           ADD 1 TO WS-REL-TOT-LINHAS.
           IF WS-REL-CONSOLE = "S" OR WS-REL-CONSOLE = "s"
               DISPLAY WS-REL-LINHA
           END-IF.
      *                    AMIGO-EXPORT.CSV, no formato NOME,APELIDO,
      *                    EMAIL com cada campo entre aspas, para uso
      *                    por uma ferramenta externa de mala direta.
      *                    Ficam de fora os amigos marcados como nao
      *                    contatar e os de e-mail devolvido.
      ******************************************************************
       900-EXPORTAR-CSV.
           MOVE "AMIGO-EXPORT.CSV" TO WS-AMIGOCSV-NOME.
           MOVE "N" TO WS-EOF-REGAMIGO.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               CLOSE REGAMIGO
               GO TO 900-EXPORTAR-CSV-EXIT
           END-IF.
           PERFORM 2915-ABRIR-SITUACAO.
           IF WS-SIT-OK NOT = "S"
               DISPLAY "EXPORTACAO CANCELADA - SEM A LISTA DE NAO "
                       "CONTATAR"
               CLOSE REGAMIGO
               CLOSE AMIGOCSV
               GO TO 900-EXPORTAR-CSV-EXIT
           END-IF.
           MOVE '"NOME","APELIDO","EMAIL"' TO REG-CSV.
           WRITE REG-CSV.
           PERFORM 910-GRAVAR-LINHA-CSV UNTIL FIM-REGAMIGO.
           CLOSE REGAMIGO.
           CLOSE AMIGOCSV.
           PERFORM 2917-FECHAR-SITUACAO.
           DISPLAY "EXPORTACAO CONCLUIDA EM AMIGO-EXPORT.CSV".
           DISPLAY "OMITIDOS (NAO CONTATAR): " WS-QTD-SIT-OMITIDOS.
           DISPLAY "OMITIDOS (E-MAIL DEVOLVIDO): " WS-QTD-DEV-OMITIDOS.
       900-EXPORTAR-CSV-EXIT.
           EXIT.

               AT END
                   MOVE "S" TO WS-EOF-REGAMIGO
               NOT AT END
                   MOVE APELIDO TO WS-SIT-TESTE
                   PERFORM 2910-TESTAR-SITUACAO
                      THRU 2910-TESTAR-SITUACAO-EXIT
                   IF WS-SIT-NAO-CONTATAR = "S"
                       ADD 1 TO WS-QTD-SIT-OMITIDOS
                   ELSE
                       IF WS-SIT-EMAIL-DEVOLVIDO NOT = SPACES
                          AND WS-SIT-EMAIL-DEVOLVIDO = EMAIL
                           ADD 1 TO WS-QTD-DEV-OMITIDOS
                       ELSE
                           PERFORM 915-MONTAR-LINHA-CSV
                           WRITE REG-CSV
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 915-MONTAR-LINHA-CSV - monta em REG-CSV a linha do amigo
      *                        corrente (NOME, APELIDO e EMAIL entre
      *                        aspas), usada pela exportacao e pelas
      *                        campanhas por e-mail.
      ******************************************************************
       915-MONTAR-LINHA-CSV.
           MOVE NOME TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-NOME.

           MOVE APELIDO TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-APELIDO.

           MOVE EMAIL TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-EMAIL.

           MOVE SPACES TO REG-CSV.
           STRING '"' FUNCTION TRIM (WS-CSV-DST-NOME)
                      DELIMITED BY SIZE
                  '","' FUNCTION TRIM (WS-CSV-DST-APELIDO)
                      DELIMITED BY SIZE
                  '","' FUNCTION TRIM (WS-CSV-DST-EMAIL)
                      DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO REG-CSV.

      ******************************************************************
      * 905-ESCAPAR-ASPAS - copia WS-CSV-SRC para WS-CSV-DST dobrando
      *                              console e opcional.
      ******************************************************************
       1000-RELATORIO-ANIVERSARIO.
           IF WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "EXIBIR TAMBEM NO CONSOLE (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-REL-CONSOLE
           END-IF.
           MOVE ZERO TO WS-QTD-ANIV.
           MOVE "N" TO WS-EOF-REGAMIGO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES-ATUAL.
           IF WS-ANIV-MES-REF NOT = ZERO
               MOVE WS-ANIV-MES-REF TO WS-MES-ATUAL
           END-IF.
           IF WS-MES-ATUAL = 12
               MOVE 1 TO WS-MES-PROXIMO
           ELSE
           END-IF.
           OPEN OUTPUT RELANIV.
           IF WS-FS-RELANIV NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-RELANIV-NOME)
                       " - STATUS " WS-FS-RELANIV
               CLOSE REGAMIGO
               GO TO 1000-RELATORIO-ANIVERSARIO-EXIT
           END-IF.
           PERFORM 2915-ABRIR-SITUACAO.
           IF WS-SIT-OK NOT = "S"
               DISPLAY "RELATORIO CANCELADO - SEM A LISTA DE NAO "
                       "CONTATAR"
               CLOSE REGAMIGO
               CLOSE RELANIV
               GO TO 1000-RELATORIO-ANIVERSARIO-EXIT
           END-IF.
           MOVE "RELATORIO DE ANIVERSARIANTES" TO WS-CAB-TITULO.
               OUTPUT PROCEDURE IS 1030-IMPRIMIR-ANIV
                   THRU 1030-IMPRIMIR-ANIV-EXIT.
           CLOSE REGAMIGO.
           PERFORM 2917-FECHAR-SITUACAO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 1060-GRAVAR-LINHA-ANIV.
           IF WS-QTD-ANIV = ZERO
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 1060-GRAVAR-LINHA-ANIV.
           CLOSE RELANIV.
           MOVE "S" TO WS-REL-GERADO.
           DISPLAY "RELATORIO GRAVADO EM "
                   FUNCTION TRIM (WS-RELANIV-NOME).
           IF WS-QTD-SIT-OMITIDOS > ZERO
               DISPLAY "OMITIDOS (NAO CONTATAR): " WS-QTD-SIT-OMITIDOS
           END-IF.
       1000-RELATORIO-ANIVERSARIO-EXIT.
           EXIT.

                   MOVE "S" TO WS-EOF-REGAMIGO
               NOT AT END
                   MOVE DT-NASCIMENTO (5:2) TO WS-MES-NASC
                   MOVE "N" TO WS-SIT-NAO-CONTATAR
                   IF WS-MES-NASC = WS-MES-ATUAL
                      OR WS-MES-NASC = WS-MES-PROXIMO
                       MOVE APELIDO TO WS-SIT-TESTE
                       PERFORM 2910-TESTAR-SITUACAO
                          THRU 2910-TESTAR-SITUACAO-EXIT
                       IF WS-SIT-NAO-CONTATAR = "S"
                           ADD 1 TO WS-QTD-SIT-OMITIDOS
                       END-IF
                   END-IF
                   IF (WS-MES-NASC = WS-MES-ATUAL
                      OR WS-MES-NASC = WS-MES-PROXIMO)
                      AND WS-SIT-NAO-CONTATAR NOT = "S"
                       ADD 1 TO WS-QTD-ANIV
                       MOVE SPACES TO REG-CLA-ANIV
                       IF WS-MES-NASC = WS-MES-ATUAL
           END-IF.
           WRITE REG-RELANIV FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.
           ADD 1 TO WS-REL-TOT-LINHAS.
           IF WS-REL-CONSOLE = "S" OR WS-REL-CONSOLE = "s"
               DISPLAY WS-REL-LINHA
           END-IF.
                       820-GRAVAR-REJEITO-EXIT
               NOT INVALID KEY
                   MOVE REG-AMIGO TO WS-IMG-ANTES
                   MOVE EMAIL     TO WS-DEV-EMAIL-ANTES
                   IF WS-TR-NOME NOT = SPACES
                       MOVE WS-TR-NOME TO NOME
                   END-IF
                           MOVE "ALTERACAO" TO WS-JRN-OPERACAO
                           PERFORM 970-GRAVAR-JORNAL THRU
                               970-GRAVAR-JORNAL-EXIT
                           IF EMAIL NOT = WS-DEV-EMAIL-ANTES
                               MOVE APELIDO TO WS-DEV-APELIDO
                               PERFORM 3445-LIMPAR-DEVOLUCAO
                                  THRU 3445-LIMPAR-DEVOLUCAO-EXIT
                           END-IF
                   END-REWRITE
           END-READ.
       862-LOTE-ALTERAR-EXIT.
                   END-IF
                   PERFORM 430-REMOVER-ENDERECO
                      THRU 430-REMOVER-ENDERECO-EXIT
                   PERFORM 435-REMOVER-SITUACAO
                      THRU 435-REMOVER-SITUACAO-EXIT
                   PERFORM 436-REMOVER-PRESENCAS
                      THRU 436-REMOVER-PRESENCAS-EXIT
                   PERFORM 433-REMOVER-CONTATOS
                      THRU 433-REMOVER-CONTATOS-EXIT
                   PERFORM 438-REMOVER-RELACOES
                      THRU 438-REMOVER-RELACOES-EXIT
           END-DELETE.
       864-LOTE-EXCLUIR-EXIT.
           EXIT.
      *                        exige o APELIDO cadastrado em REGAMIGO,
      *                        apresenta os valores atuais quando ja ha
      *                        endereco e grava por WRITE ou REWRITE
      *                        conforme o caso. UF e CEP sao
      *                        conferidos contra a tabela CEPUF.DAT
      *                        (2850) e recusados com o motivo na
      *                        tela.
      ******************************************************************
       1705-GRAVAR-ENDERECO.
           OPEN INPUT REGAMIGO.
               CLOSE ENDAMIGO
               GO TO 1705-GRAVAR-ENDERECO-EXIT
           END-IF.
           INSPECT WS-NOVO-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-NOVO-UF  TO WS-CEP-UF-TESTE.
           MOVE WS-NOVO-CEP TO WS-CEP-TESTE.
           PERFORM 2850-VALIDAR-CEP-UF THRU 2850-VALIDAR-CEP-UF-EXIT.
           IF WS-CEP-FALHA NOT = ZERO
               DISPLAY "ENDERECO RECUSADO: " WS-CEP-MOTIVO
               DISPLAY "UF " WS-NOVO-UF "  CEP " WS-NOVO-CEP
                       " - NADA GRAVADO"
               CLOSE ENDAMIGO
               GO TO 1705-GRAVAR-ENDERECO-EXIT
           END-IF.
           MOVE WS-BUSCA-APELIDO TO END-APELIDO.
           MOVE WS-NOVO-RUA      TO END-RUA.
           MOVE WS-NOVO-NUMERO   TO END-NUMERO.
      *                         membros de um GRUPO-NOME de
      *                         REGGRUPO.DAT. Amigos sem endereco em
      *                         ENDAMIGO.DAT sao contados e pulados.
      *                         Opcionalmente sai uma etiqueta so por
      *                         domicilio (parentes no mesmo endereco).
      ******************************************************************
       1750-EMITIR-ETIQUETAS.
           IF WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "ETIQUETAS PARA TODOS OU PARA UM GRUPO (T/G)? "
                       WITH NO ADVANCING
               ACCEPT WS-ETIQ-TIPO
           END-IF.
           IF WS-ETIQ-TIPO = "g"
               MOVE "G" TO WS-ETIQ-TIPO
           END-IF.
               DISPLAY "OPCAO INVALIDA"
               GO TO 1750-EMITIR-ETIQUETAS-EXIT
           END-IF.
           IF WS-ETIQ-TIPO = "G" AND WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "NOME DO GRUPO: " WITH NO ADVANCING
               ACCEPT WS-ETIQ-GRUPO
           END-IF.
           END-IF.
           OPEN OUTPUT RELETIQ.
           IF WS-FS-RELETIQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-RELETIQ-NOME)
                       " - STATUS " WS-FS-RELETIQ
               CLOSE REGAMIGO
               CLOSE ENDAMIGO
               GO TO 1750-EMITIR-ETIQUETAS-EXIT
           END-IF.
           PERFORM 2915-ABRIR-SITUACAO.
           IF WS-SIT-OK NOT = "S"
               DISPLAY "ETIQUETAS CANCELADAS - SEM A LISTA DE NAO "
                       "CONTATAR"
               CLOSE REGAMIGO
               CLOSE ENDAMIGO
               CLOSE RELETIQ
               GO TO 1750-EMITIR-ETIQUETAS-EXIT
           END-IF.
           MOVE "N"  TO WS-ETIQ-DOMICILIO.
           MOVE ZERO TO WS-QTD-ETIQ-DOMIC.
           IF WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "UMA ETIQUETA POR DOMICILIO (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-ETIQ-DOMICILIO
           END-IF.
           IF WS-ETIQ-DOMICILIO = "s"
               MOVE "S" TO WS-ETIQ-DOMICILIO
           END-IF.
           IF WS-ETIQ-DOMICILIO = "S"
               PERFORM 3238-ABRIR-RELACAO-DOM
           END-IF.
           IF WS-ETIQ-TIPO = "T"
               MOVE "N" TO WS-EOF-REGAMIGO
               PERFORM 1755-ETIQUETAR-TODOS UNTIL FIM-REGAMIGO
           CLOSE REGAMIGO.
           CLOSE ENDAMIGO.
           CLOSE RELETIQ.
           PERFORM 2917-FECHAR-SITUACAO.
           MOVE "S" TO WS-REL-GERADO.
           DISPLAY "ETIQUETAS GRAVADAS EM "
                   FUNCTION TRIM (WS-RELETIQ-NOME).
           DISPLAY "ETIQUETAS EMITIDAS.: " WS-QTD-ETIQ.
           DISPLAY "AMIGOS SEM ENDERECO: " WS-QTD-SEM-END.
           DISPLAY "NAO CONTATAR.......: " WS-QTD-SIT-OMITIDOS.
           IF WS-ETIQ-DOMICILIO = "S"
               CLOSE RELACAO
               DISPLAY "JA NA ETIQUETA DA FAMILIA: " WS-QTD-ETIQ-DOMIC
               MOVE "N" TO WS-ETIQ-DOMICILIO
           END-IF.
       1750-EMITIR-ETIQUETAS-EXIT.
           EXIT.

      *                        o endereco pela chave e grava o bloco da
      *                        etiqueta (nome, rua e numero, cidade-UF
      *                        e CEP) separado por linha em branco.
      *                        Amigo sem endereco e contado e pulado,
      *                        assim como quem pediu para nao ser
      *                        contatado. Na emissao por domicilio so
      *                        o primeiro APELIDO da familia no mesmo
      *                        endereco leva a etiqueta, "E FAMILIA".
      ******************************************************************
       1765-GRAVAR-ETIQUETA.
           MOVE APELIDO TO WS-SIT-TESTE.
           PERFORM 2910-TESTAR-SITUACAO THRU 2910-TESTAR-SITUACAO-EXIT.
           IF WS-SIT-NAO-CONTATAR = "S"
               ADD 1 TO WS-QTD-SIT-OMITIDOS
               GO TO 1765-GRAVAR-ETIQUETA-EXIT
           END-IF.
           MOVE APELIDO TO END-APELIDO.
           READ ENDAMIGO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-END
                   GO TO 1765-GRAVAR-ETIQUETA-EXIT
           END-READ.
           IF WS-ETIQ-DOMICILIO = "S"
               PERFORM 3240-TESTAR-DOMICILIO
                  THRU 3240-TESTAR-DOMICILIO-EXIT
               IF WS-DOM-PULAR = "S"
                   ADD 1 TO WS-QTD-ETIQ-DOMIC
                   GO TO 1765-GRAVAR-ETIQUETA-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-ETIQ.
           MOVE SPACES TO WS-REL-LINHA.
           MOVE NOME TO WS-REL-LINHA.
           IF WS-ETIQ-DOMICILIO = "S" AND WS-DOM-FAMILIA = "S"
               MOVE SPACES TO WS-REL-LINHA
               STRING FUNCTION TRIM (NOME) " E FAMILIA"
                   DELIMITED BY SIZE INTO WS-REL-LINHA
           END-IF.
           WRITE REG-RELETIQ FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING FUNCTION TRIM (END-RUA) ", "
           WRITE REG-RELETIQ FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE REG-RELETIQ FROM WS-REL-LINHA.
           ADD 5 TO WS-REL-TOT-LINHAS.
       1765-GRAVAR-ETIQUETA-EXIT.
           EXIT.

           DISPLAY "TELEFONE..: " WS-FUS-TELEFONE.
           DISPLAY "NASCIMENTO: " WS-FUS-NASC.
           DISPLAY "O APELIDO " WS-FUSAO-SAI " SERA EXCLUIDO E SEUS "
                   "VINCULOS DE GRUPO E RELACOES REAPONTADOS. "
                   "CONFIRMA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              THRU 1820-REPONTAR-ENDERECO-EXIT.
           PERFORM 1830-REPONTAR-CONTATOS
              THRU 1830-REPONTAR-CONTATOS-EXIT.
           PERFORM 1840-REPONTAR-SITUACAO
              THRU 1840-REPONTAR-SITUACAO-EXIT.
           PERFORM 1850-REPONTAR-PRESENCAS
              THRU 1850-REPONTAR-PRESENCAS-EXIT.
           PERFORM 1860-REPONTAR-RELACOES
              THRU 1860-REPONTAR-RELACOES-EXIT.
           DISPLAY "FUSAO CONCLUIDA".
           DISPLAY "VINCULOS REAPONTADOS........: " WS-QTD-FUS-VINC.
           DISPLAY "VINCULOS PULADOS (DOBRARIAM): " WS-QTD-FUS-VDUP.
           DISPLAY "CONTATOS REAPONTADOS........: " WS-QTD-FUS-CONT.
           DISPLAY "PRESENCAS REAPONTADAS.......: " WS-QTD-FUS-PRES.
           DISPLAY "PRESENCAS JUNTADAS (DOBRAS).: " WS-QTD-FUS-PDUP.
           DISPLAY "RELACOES REAPONTADAS........: " WS-QTD-FUS-REL.
           DISPLAY "RELACOES DESCARTADAS........: " WS-QTD-FUS-RDUP.
           PERFORM 1805-SOLTAR-TRAVAS-FUSAO
              THRU 1805-SOLTAR-TRAVAS-FUSAO-EXIT.
       1800-FUNDIR-DUPLICADOS-EXIT.
                   END-IF
           END-READ.

      ******************************************************************
      * 1840-REPONTAR-SITUACAO - na fusao, a situacao de contato do
      *                          duplicado sai de SITAMIGO.DAT; se ele
      *                          tinha pedido para nao ser contatado,
      *                          o sobrevivente passa a ter a mesma
      *                          marca (prevalece a mais restritiva).
      *                          A devolucao de e-mail do duplicado
      *                          passa tambem quando o endereco
      *                          devolvido e o que ficou no
      *                          sobrevivente.
      ******************************************************************
       1840-REPONTAR-SITUACAO.
           OPEN I-O SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               GO TO 1840-REPONTAR-SITUACAO-EXIT
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               GO TO 1840-REPONTAR-SITUACAO-EXIT
           END-IF.
           MOVE WS-FUSAO-SAI TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   CLOSE SITAMIGO
                   GO TO 1840-REPONTAR-SITUACAO-EXIT
           END-READ.
           MOVE SA-NAO-CONTATAR TO WS-LGPD-MARCA.
           MOVE SPACES TO WS-FUS-DEVOLUCAO.
           IF SA-EMAIL-SITUACAO NOT = SPACE
              AND SA-EMAIL-DEVOLVIDO = WS-FUS-EMAIL
               MOVE SA-EMAIL-DEVOLUCAO TO WS-FUS-DEVOLUCAO
           END-IF.
           DELETE SITAMIGO.
           IF WS-LGPD-MARCA NOT = "S" AND WS-FUS-DEVOLUCAO = SPACES
               CLOSE SITAMIGO
               GO TO 1840-REPONTAR-SITUACAO-EXIT
           END-IF.
           MOVE "N" TO WS-LGPD-NOVO.
           MOVE WS-FUSAO-FICA TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   MOVE "S" TO WS-LGPD-NOVO
                   MOVE SPACES TO REG-SITUACAO
                   MOVE WS-FUSAO-FICA TO SA-APELIDO
                   MOVE "N"  TO SA-NAO-CONTATAR
                   MOVE ZERO TO SA-DT-MARCACAO
           END-READ.
           IF WS-LGPD-MARCA = "S"
               MOVE "S" TO SA-NAO-CONTATAR
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO SA-DT-MARCACAO
               MOVE WS-OPER-ID      TO SA-OPERADOR
               DISPLAY "O DUPLICADO PEDIU PARA NAO SER CONTATADO - "
                       "MARCA PASSADA PARA " WS-FUSAO-FICA
           END-IF.
           IF WS-FUS-DEVOLUCAO NOT = SPACES
              AND (SA-EMAIL-SITUACAO = SPACE
                OR SA-EMAIL-DEVOLVIDO NOT = WS-FUS-EMAIL)
               MOVE WS-FUS-DEVOLUCAO TO SA-EMAIL-DEVOLUCAO
               DISPLAY "O E-MAIL QUE FICOU TEM DEVOLUCAO REGISTRADA NO "
                       "DUPLICADO - SITUACAO PASSADA PARA "
                       WS-FUSAO-FICA
           END-IF.
           IF WS-LGPD-NOVO = "S"
               WRITE REG-SITUACAO
           ELSE
               REWRITE REG-SITUACAO
           END-IF.
           CLOSE SITAMIGO.
       1840-REPONTAR-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 1850-REPONTAR-PRESENCAS - na fusao, as listas de eventos do
      *                           duplicado passam para o sobrevivente.
      *                           Onde os dois estavam no mesmo evento
      *                           fica o registro do sobrevivente,
      *                           promovido a PRESENTE se so o
      *                           duplicado compareceu; se os dois
      *                           constam como presentes, a visita do
      *                           duplicado (ja reapontada pelo 1830)
      *                           e removida para nao contar em dobro.
      ******************************************************************
       1850-REPONTAR-PRESENCAS.
           MOVE ZERO TO WS-QTD-FUS-PRES WS-QTD-FUS-PDUP.
           OPEN I-O PRESENCA.
           IF WS-FS-PRESENCA = "35"
               GO TO 1850-REPONTAR-PRESENCAS-EXIT
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               GO TO 1850-REPONTAR-PRESENCAS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-PRESENCA.
           PERFORM 1855-REPONTAR-UMA-PRESENCA
              THRU 1855-REPONTAR-UMA-PRESENCA-EXIT
               UNTIL FIM-PRESENCA.
           CLOSE PRESENCA.
       1850-REPONTAR-PRESENCAS-EXIT.
           EXIT.

       1855-REPONTAR-UMA-PRESENCA.
           MOVE WS-FUSAO-SAI TO PR-APELIDO.
           START PRESENCA KEY = PR-APELIDO
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           IF FIM-PRESENCA
               GO TO 1855-REPONTAR-UMA-PRESENCA-EXIT
           END-IF.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
           END-READ.
           IF FIM-PRESENCA OR PR-APELIDO NOT = WS-FUSAO-SAI
               MOVE "S" TO WS-EOF-PRESENCA
               GO TO 1855-REPONTAR-UMA-PRESENCA-EXIT
           END-IF.
           MOVE REG-PRESENCA TO WS-PRES-SALVA.
           DELETE PRESENCA.
           MOVE WS-PS-EVENTO  TO PR-EVENTO.
           MOVE WS-FUSAO-FICA TO PR-APELIDO.
           READ PRESENCA
               INVALID KEY
                   MOVE WS-PRES-SALVA TO REG-PRESENCA
                   MOVE WS-FUSAO-FICA TO PR-APELIDO
                   WRITE REG-PRESENCA
                   ADD 1 TO WS-QTD-FUS-PRES
                   GO TO 1855-REPONTAR-UMA-PRESENCA-EXIT
           END-READ.
           ADD 1 TO WS-QTD-FUS-PDUP.
           IF WS-PS-SITUACAO NOT = "PRESENTE"
               GO TO 1855-REPONTAR-UMA-PRESENCA-EXIT
           END-IF.
           IF PR-SITUACAO = "PRESENTE"
               PERFORM 1857-REMOVER-VISITA-DUP
               GO TO 1855-REPONTAR-UMA-PRESENCA-EXIT
           END-IF.
           MOVE WS-PS-SITUACAO    TO PR-SITUACAO.
           MOVE WS-PS-DT-SITUACAO TO PR-DT-SITUACAO.
           MOVE WS-PS-OPERADOR    TO PR-OPERADOR.
           MOVE WS-PS-CT-DATA     TO PR-CT-DATA.
           MOVE WS-PS-CT-HORA     TO PR-CT-HORA.
           REWRITE REG-PRESENCA.
       1855-REPONTAR-UMA-PRESENCA-EXIT.
           EXIT.

       1857-REMOVER-VISITA-DUP.
           OPEN I-O CONTATO.
           IF WS-FS-CONTATO = "00"
               MOVE WS-FUSAO-FICA TO CT-APELIDO
               MOVE WS-PS-CT-DATA TO CT-DATA
               MOVE WS-PS-CT-HORA TO CT-HORA
               DELETE CONTATO
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CONTATO
           END-IF.

      ******************************************************************
      * 1860-REPONTAR-RELACOES - na fusao, as relacoes do duplicado
      *                          passam para o sobrevivente, nos dois
      *                          sentidos. Sao descartadas a relacao
      *                          entre os dois (o sobrevivente nao se
      *                          relaciona consigo) e a que o
      *                          sobrevivente ja tinha com a mesma
      *                          pessoa, onde vale o tipo dele.
      ******************************************************************
       1860-REPONTAR-RELACOES.
           MOVE ZERO TO WS-QTD-FUS-REL WS-QTD-FUS-RDUP.
           OPEN I-O RELACAO.
           IF WS-FS-RELACAO = "35"
               GO TO 1860-REPONTAR-RELACOES-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               GO TO 1860-REPONTAR-RELACOES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-RELACAO.
           PERFORM 1865-REPONTAR-UMA-RELACAO
              THRU 1865-REPONTAR-UMA-RELACAO-EXIT
               UNTIL FIM-RELACAO.
           CLOSE RELACAO.
       1860-REPONTAR-RELACOES-EXIT.
           EXIT.

       1865-REPONTAR-UMA-RELACAO.
           MOVE WS-FUSAO-SAI TO RL-APELIDO.
           MOVE SPACES       TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           IF FIM-RELACAO
               GO TO 1865-REPONTAR-UMA-RELACAO-EXIT
           END-IF.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
           END-READ.
           IF FIM-RELACAO OR RL-APELIDO NOT = WS-FUSAO-SAI
               MOVE "S" TO WS-EOF-RELACAO
               GO TO 1865-REPONTAR-UMA-RELACAO-EXIT
           END-IF.
           MOVE RL-OUTRO       TO WS-RLC-OUTRO.
           MOVE RL-TIPO        TO WS-RLC-TIPO-SALVO.
           MOVE RL-DT-CADASTRO TO WS-RLC-DT-SALVA.
           MOVE RL-OPERADOR    TO WS-RLC-OPER-SALVO.
           PERFORM 3270-BUSCAR-TIPO THRU 3270-BUSCAR-TIPO-EXIT.
           DELETE RELACAO.
           MOVE WS-RLC-OUTRO TO RL-APELIDO.
           MOVE WS-FUSAO-SAI TO RL-OUTRO.
           READ RELACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RL-TIPO TO WS-RLC-INVERSO
                   DELETE RELACAO
           END-READ.
           IF WS-RLC-OUTRO = WS-FUSAO-FICA
               ADD 1 TO WS-QTD-FUS-RDUP
               GO TO 1865-REPONTAR-UMA-RELACAO-EXIT
           END-IF.
           MOVE WS-FUSAO-FICA TO RL-APELIDO.
           MOVE WS-RLC-OUTRO  TO RL-OUTRO.
           READ RELACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-FUS-RDUP
                   GO TO 1865-REPONTAR-UMA-RELACAO-EXIT
           END-READ.
           MOVE SPACES            TO REG-RELACAO.
           MOVE WS-FUSAO-FICA     TO RL-APELIDO.
           MOVE WS-RLC-OUTRO      TO RL-OUTRO.
           MOVE WS-RLC-TIPO-SALVO TO RL-TIPO.
           MOVE WS-RLC-DT-SALVA   TO RL-DT-CADASTRO.
           MOVE WS-RLC-OPER-SALVO TO RL-OPERADOR.
           WRITE REG-RELACAO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-RLC-OUTRO      TO RL-APELIDO.
           MOVE WS-FUSAO-FICA     TO RL-OUTRO.
           MOVE WS-RLC-INVERSO    TO RL-TIPO.
           WRITE REG-RELACAO
               INVALID KEY
                   REWRITE REG-RELACAO
           END-WRITE.
           ADD 1 TO WS-QTD-FUS-REL.
       1865-REPONTAR-UMA-RELACAO-EXIT.
           EXIT.

      ******************************************************************
      * 1900-REGISTRAR-CONTATO - registra em CONTATO.DAT um contato
      *                          feito com um amigo ja cadastrado:
      *                             rodada de ligacoes.
      ******************************************************************
       1950-RELATORIO-ESQUECIDOS.
           IF WS-REL-AUTOMATICO NOT = "S"
               DISPLAY "EXIBIR TAMBEM NO CONSOLE (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-REL-CONSOLE
               DISPLAY "SEM CONTATO HA QUANTOS MESES (01-99)? "
                       WITH NO ADVANCING
               ACCEPT WS-MESES-SEM
           END-IF.
           IF WS-MESES-SEM = ZERO
               DISPLAY "NUMERO DE MESES INVALIDO"
               GO TO 1950-RELATORIO-ESQUECIDOS-EXIT
           END-IF.
           OPEN OUTPUT RELESQ.
           IF WS-FS-RELESQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-RELESQ-NOME)
                       " - STATUS " WS-FS-RELESQ
               CLOSE REGAMIGO
               IF WS-TEM-CONTATOS = "S"
                   CLOSE CONTATO
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 1960-GRAVAR-LINHA-ESQ.
           CLOSE RELESQ.
           MOVE "S" TO WS-REL-GERADO.
           DISPLAY "RELATORIO GRAVADO EM "
                   FUNCTION TRIM (WS-RELESQ-NOME).
           DISPLAY "AMIGOS ESQUECIDOS: " WS-QTD-ESQUECIDOS.
       1950-RELATORIO-ESQUECIDOS-EXIT.
           EXIT.
           END-IF.
           WRITE REG-RELESQ FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.
           ADD 1 TO WS-REL-TOT-LINHAS.
           IF WS-REL-CONSOLE = "S" OR WS-REL-CONSOLE = "s"
               DISPLAY WS-REL-LINHA
           END-IF.
               DELIMITED BY SIZE INTO REG-NOTLOG.
           WRITE REG-NOTLOG.

      ******************************************************************
      * 2500-EXTRAIR-MUDANCAS - modo EXTRAIR [COMPLETO] da linha de
      *                         comando: grava em AMIGO-EXTRATO.CSV as
      *                         mudancas do cadastro desde a extracao
      *                         anterior, apuradas pelas imagens de
      *                         AMIGO-JORNAL.DAT, uma linha por APELIDO
      *                         com a acao (N novo, A alterado, E
      *                         excluido) e os valores atuais. A marca
      *                         d'agua (data/hora ate onde o jornal ja
      *                         foi extraido) fica em
      *                         AMIGO-EXTRATO.CTL: rodar de novo no
      *                         mesmo dia repete a mesma janela (mesmo
      *                         delta) e o dia seguinte continua dela.
      *                         Sem controle (primeira vez) ou com
      *                         COMPLETO sai o cadastro inteiro como N.
      *                         Marca d'agua anterior ao corte do
      *                         FECHARMES recusa a extracao, porque o
      *                         jornal do intervalo ja foi arquivado.
      ******************************************************************
       2500-EXTRAIR-MUDANCAS.
           MOVE SPACES TO WS-MODO-VERBO WS-EXT-OPCAO.
           UNSTRING WS-MODO-EXECUCAO DELIMITED BY ALL " "
               INTO WS-MODO-VERBO WS-EXT-OPCAO
           END-UNSTRING.
           IF WS-EXT-OPCAO NOT = SPACES
             AND WS-EXT-OPCAO NOT = "COMPLETO"
               DISPLAY "OPCAO INVALIDA: EXTRAIR [COMPLETO]"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXTRAIR-MUDANCAS-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-EXT-HORA-EXEC FROM TIME.
           MOVE ZERO TO WS-QTD-EXT-JRN WS-QTD-EXT-NOVOS
                        WS-QTD-EXT-ALTER WS-QTD-EXT-EXCL
                        WS-QTD-EXT-SEMEF.
           MOVE "N" TO WS-EXT-REPETICAO.
           MOVE "N" TO WS-EXT-FALHA.
           PERFORM 2510-LER-CONTROLE-EXTRATO
              THRU 2510-LER-CONTROLE-EXTRATO-EXIT.
           IF WS-EXT-FALHA = "S"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXTRAIR-MUDANCAS-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-EXT-OPCAO = "COMPLETO"
                   MOVE "C" TO WS-EXT-TIPO
                   MOVE ZERO TO WS-EXT-DE-DATA WS-EXT-DE-HORA
                   MOVE WS-DATA-SISTEMA  TO WS-EXT-ATE-DATA
                   MOVE WS-EXT-HORA-EXEC TO WS-EXT-ATE-HORA
               WHEN WS-EXT-TEM-CTL NOT = "S"
                   DISPLAY "PRIMEIRA EXTRACAO - CARGA COMPLETA DO "
                           "CADASTRO"
                   MOVE "C" TO WS-EXT-TIPO
                   MOVE ZERO TO WS-EXT-DE-DATA WS-EXT-DE-HORA
                   MOVE WS-DATA-SISTEMA  TO WS-EXT-ATE-DATA
                   MOVE WS-EXT-HORA-EXEC TO WS-EXT-ATE-HORA
               WHEN EXC-DIA-EXEC = WS-DATA-SISTEMA
                   DISPLAY "EXTRACAO JA FEITA HOJE - REPETINDO A MESMA "
                           "JANELA"
                   MOVE "S"          TO WS-EXT-REPETICAO
                   MOVE EXC-TIPO     TO WS-EXT-TIPO
                   MOVE EXC-DE-DATA  TO WS-EXT-DE-DATA
                   MOVE EXC-DE-HORA  TO WS-EXT-DE-HORA
                   MOVE EXC-ATE-DATA TO WS-EXT-ATE-DATA
                   MOVE EXC-ATE-HORA TO WS-EXT-ATE-HORA
               WHEN OTHER
                   MOVE "I" TO WS-EXT-TIPO
                   MOVE EXC-ATE-DATA     TO WS-EXT-DE-DATA
                   MOVE EXC-ATE-HORA     TO WS-EXT-DE-HORA
                   MOVE WS-DATA-SISTEMA  TO WS-EXT-ATE-DATA
                   MOVE WS-EXT-HORA-EXEC TO WS-EXT-ATE-HORA
           END-EVALUATE.
           IF WS-EXT-TIPO = "I"
               PERFORM 2360-LER-RETENCAO THRU 2360-LER-RETENCAO-EXIT
               IF WS-RET-DATA > ZERO AND WS-EXT-DE-DATA < WS-RET-DATA
                   DISPLAY "MARCA D'AGUA DA EXTRACAO (" WS-EXT-DE-DATA
                           ") ANTERIOR AO CORTE DO FECHAMENTO DE MES ("
                           WS-RET-DATA ")"
                   DISPLAY "AS MUDANCAS DESSE INTERVALO JA FORAM "
                           "ARQUIVADAS NAS GERACOES DO JORNAL E "
                           "FALTARIAM NO EXTRATO"
                   DISPLAY "EXTRACAO RECUSADA - RODE EXTRAIR COMPLETO "
                           "PARA RECOMECAR A PARTIR DO CADASTRO ATUAL"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-EXTRAIR-MUDANCAS-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT EXTCSV.
           IF WS-FS-EXTCSV NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-EXTRATO.CSV - "
                       "STATUS " WS-FS-EXTCSV
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXTRAIR-MUDANCAS-EXIT
           END-IF.
           MOVE SPACES TO REG-EXTCSV.
           STRING '"ACAO","APELIDO","NOME","EMAIL","TELEFONE",'
                  '"NASCIMENTO"'
               DELIMITED BY SIZE INTO REG-EXTCSV.
           WRITE REG-EXTCSV.
           IF WS-EXT-TIPO = "C"
               PERFORM 2520-EXTRAIR-COMPLETO
                  THRU 2520-EXTRAIR-COMPLETO-EXIT
           ELSE
               SORT CLASSIF ON ASCENDING KEY CLA-EX-APELIDO
                                CLA-EX-SEQ
                   INPUT PROCEDURE IS 2530-SELECIONAR-JORNAL
                       THRU 2530-SELECIONAR-JORNAL-EXIT
                   OUTPUT PROCEDURE IS 2540-CONSOLIDAR-MUDANCAS
                       THRU 2540-CONSOLIDAR-MUDANCAS-EXIT
           END-IF.
           CLOSE EXTCSV.
           IF WS-EXT-FALHA = "S"
               DISPLAY "EXTRACAO INTERROMPIDA - MARCA D'AGUA MANTIDA, "
                       "AMIGO-EXTRATO.CSV INCOMPLETO"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXTRAIR-MUDANCAS-EXIT
           END-IF.
           PERFORM 2560-GRAVAR-CONTROLE-EXTRATO
              THRU 2560-GRAVAR-CONTROLE-EXTRATO-EXIT.
           DISPLAY "EXTRACAO CONCLUIDA EM AMIGO-EXTRATO.CSV".
           IF WS-EXT-TIPO = "C"
               DISPLAY "CARGA COMPLETA ATE " WS-EXT-ATE-DATA " "
                       WS-EXT-ATE-HORA
           ELSE
               DISPLAY "JANELA DO JORNAL: DE " WS-EXT-DE-DATA " "
                       WS-EXT-DE-HORA " ATE " WS-EXT-ATE-DATA " "
                       WS-EXT-ATE-HORA
               DISPLAY "ENTRADAS DO JORNAL NA JANELA: " WS-QTD-EXT-JRN
           END-IF.
           DISPLAY "NOVOS (N)...................: " WS-QTD-EXT-NOVOS.
           DISPLAY "ALTERADOS (A)...............: " WS-QTD-EXT-ALTER.
           DISPLAY "EXCLUIDOS (E)...............: " WS-QTD-EXT-EXCL.
           DISPLAY "SEM EFEITO LIQUIDO (PULADOS): " WS-QTD-EXT-SEMEF.
       2500-EXTRAIR-MUDANCAS-EXIT.
           EXIT.

      ******************************************************************
      * 2510-LER-CONTROLE-EXTRATO - le a marca d'agua da extracao
      *                             anterior em AMIGO-EXTRATO.CTL.
      *                             Arquivo ausente ou vazio indica que
      *                             nunca houve extracao; outro erro de
      *                             abertura e falha dura.
      ******************************************************************
       2510-LER-CONTROLE-EXTRATO.
           MOVE "N" TO WS-EXT-TEM-CTL.
           OPEN INPUT EXTCTL.
           IF WS-FS-EXTCTL = "35"
               GO TO 2510-LER-CONTROLE-EXTRATO-EXIT
           END-IF.
           IF WS-FS-EXTCTL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-EXTRATO.CTL - "
                       "STATUS " WS-FS-EXTCTL
               MOVE "S" TO WS-EXT-FALHA
               GO TO 2510-LER-CONTROLE-EXTRATO-EXIT
           END-IF.
           READ EXTCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF EXC-DIA-EXEC IS NUMERIC
                     AND EXC-DE-DATA IS NUMERIC
                     AND EXC-DE-HORA IS NUMERIC
                     AND EXC-ATE-DATA IS NUMERIC
                     AND EXC-ATE-HORA IS NUMERIC
                     AND (EXC-TIPO = "C" OR EXC-TIPO = "I")
                       MOVE "S" TO WS-EXT-TEM-CTL
                   ELSE
                       DISPLAY "AMIGO-EXTRATO.CTL COM CONTEUDO "
                               "INVALIDO - CORRIJA OU RODE EXTRAIR "
                               "COMPLETO"
                       IF WS-EXT-OPCAO NOT = "COMPLETO"
                           MOVE "S" TO WS-EXT-FALHA
                       END-IF
                   END-IF
           END-READ.
           CLOSE EXTCTL.
       2510-LER-CONTROLE-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 2520-EXTRAIR-COMPLETO - carga completa: todo o REGAMIGO.DAT
      *                         atual sai no extrato com acao N.
      ******************************************************************
       2520-EXTRAIR-COMPLETO.
           MOVE "N" TO WS-EOF-REGAMIGO.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               MOVE "S" TO WS-EXT-FALHA
               GO TO 2520-EXTRAIR-COMPLETO-EXIT
           END-IF.
           PERFORM 2522-EXTRAIR-REGISTRO UNTIL FIM-REGAMIGO.
           CLOSE REGAMIGO.
       2520-EXTRAIR-COMPLETO-EXIT.
           EXIT.

       2522-EXTRAIR-REGISTRO.
           READ REGAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGAMIGO
               NOT AT END
                   MOVE REG-AMIGO TO WS-EXT-REG
                   MOVE "N" TO WS-EXT-ACAO
                   PERFORM 2550-GRAVAR-LINHA-EXTRATO
           END-READ.

      ******************************************************************
      * 2530-SELECIONAR-JORNAL - entrada do SORT: libera as entradas
      *                          de AMIGO-JORNAL.DAT dentro da janela
      *                          (depois da marca anterior e ate a
      *                          marca desta extracao), com o numero
      *                          de ordem no jornal para manter a
      *                          sequencia das operacoes de cada
      *                          APELIDO. Jornal ausente e janela
      *                          vazia.
      ******************************************************************
       2530-SELECIONAR-JORNAL.
           MOVE ZERO TO WS-EXT-SEQ.
           MOVE "N" TO WS-EOF-AMIGOJRN.
           OPEN INPUT AMIGOJRN.
           IF WS-FS-AMIGOJRN = "35"
               GO TO 2530-SELECIONAR-JORNAL-EXIT
           END-IF.
           IF WS-FS-AMIGOJRN NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-JORNAL.DAT - "
                       "STATUS " WS-FS-AMIGOJRN
               MOVE "S" TO WS-EXT-FALHA
               GO TO 2530-SELECIONAR-JORNAL-EXIT
           END-IF.
           PERFORM 2532-LIBERAR-JORNAL UNTIL FIM-AMIGOJRN.
           CLOSE AMIGOJRN.
       2530-SELECIONAR-JORNAL-EXIT.
           EXIT.

       2532-LIBERAR-JORNAL.
           READ AMIGOJRN
               AT END
                   MOVE "S" TO WS-EOF-AMIGOJRN
               NOT AT END
                   ADD 1 TO WS-EXT-SEQ
                   IF (JRN-DATA > WS-EXT-DE-DATA
                       OR (JRN-DATA = WS-EXT-DE-DATA
                           AND JRN-HORA > WS-EXT-DE-HORA))
                     AND (JRN-DATA < WS-EXT-ATE-DATA
                       OR (JRN-DATA = WS-EXT-ATE-DATA
                           AND JRN-HORA <= WS-EXT-ATE-HORA))
                       ADD 1 TO WS-QTD-EXT-JRN
                       IF JRN-IMG-DEPOIS (1:12) NOT = SPACES
                           MOVE JRN-IMG-DEPOIS (1:12) TO CLA-EX-APELIDO
                       ELSE
                           MOVE JRN-IMG-ANTES (1:12) TO CLA-EX-APELIDO
                       END-IF
                       MOVE WS-EXT-SEQ     TO CLA-EX-SEQ
                       MOVE JRN-OPERACAO   TO CLA-EX-OPERACAO
                       MOVE JRN-IMG-ANTES  TO CLA-EX-ANTES
                       MOVE JRN-IMG-DEPOIS TO CLA-EX-DEPOIS
                       RELEASE REG-CLA-EXTRATO
                   END-IF
           END-READ.

      ******************************************************************
      * 2540-CONSOLIDAR-MUDANCAS - saida do SORT: junta as entradas de
      *                            cada APELIDO na ordem do jornal e
      *                            grava uma unica linha com o efeito
      *                            liquido da janela.
      ******************************************************************
       2540-CONSOLIDAR-MUDANCAS.
           MOVE "N" TO WS-EOF-CLASSIF.
           MOVE "N" TO WS-EXT-ABERTO.
           PERFORM 2542-RETORNAR-MUDANCA UNTIL FIM-CLASSIF.
           IF WS-EXT-ABERTO = "S"
               PERFORM 2545-FECHAR-APELIDO
                  THRU 2545-FECHAR-APELIDO-EXIT
           END-IF.
       2540-CONSOLIDAR-MUDANCAS-EXIT.
           EXIT.

       2542-RETORNAR-MUDANCA.
           RETURN CLASSIF
               AT END
                   MOVE "S" TO WS-EOF-CLASSIF
               NOT AT END
                   IF WS-EXT-ABERTO NOT = "S"
                     OR CLA-EX-APELIDO NOT = WS-EXT-APELIDO
                       IF WS-EXT-ABERTO = "S"
                           PERFORM 2545-FECHAR-APELIDO
                              THRU 2545-FECHAR-APELIDO-EXIT
                       END-IF
                       MOVE "S"            TO WS-EXT-ABERTO
                       MOVE CLA-EX-APELIDO TO WS-EXT-APELIDO
                       MOVE CLA-EX-ANTES   TO WS-EXT-PRIM-ANTES
                   END-IF
                   MOVE CLA-EX-OPERACAO TO WS-EXT-ULT-OPER
                   MOVE CLA-EX-ANTES    TO WS-EXT-ULT-ANTES
                   MOVE CLA-EX-DEPOIS   TO WS-EXT-ULT-DEPOIS
           END-RETURN.

      ******************************************************************
      * 2545-FECHAR-APELIDO - decide a acao do APELIDO: sem imagem
      *                       anterior na primeira entrada e nao
      *                       existia antes da janela; ultima operacao
      *                       EXCLUSAO e nao existe depois. Incluido e
      *                       excluido na mesma janela, ou alterado de
      *                       volta ao valor original, nao sai.
      ******************************************************************
       2545-FECHAR-APELIDO.
           MOVE SPACE TO WS-EXT-ACAO.
           IF WS-EXT-PRIM-ANTES = SPACES
               IF WS-EXT-ULT-OPER NOT = "EXCLUSAO"
                   MOVE "N" TO WS-EXT-ACAO
                   MOVE WS-EXT-ULT-DEPOIS TO WS-EXT-REG
               END-IF
           ELSE
               IF WS-EXT-ULT-OPER = "EXCLUSAO"
                   MOVE "E" TO WS-EXT-ACAO
                   MOVE WS-EXT-ULT-ANTES TO WS-EXT-REG
               ELSE
                   IF WS-EXT-ULT-DEPOIS NOT = WS-EXT-PRIM-ANTES
                       MOVE "A" TO WS-EXT-ACAO
                       MOVE WS-EXT-ULT-DEPOIS TO WS-EXT-REG
                   END-IF
               END-IF
           END-IF.
           IF WS-EXT-ACAO = SPACE
               ADD 1 TO WS-QTD-EXT-SEMEF
               GO TO 2545-FECHAR-APELIDO-EXIT
           END-IF.
           PERFORM 2550-GRAVAR-LINHA-EXTRATO.
       2545-FECHAR-APELIDO-EXIT.
           EXIT.

      ******************************************************************
      * 2550-GRAVAR-LINHA-EXTRATO - grava em AMIGO-EXTRATO.CSV a linha
      *                             da acao WS-EXT-ACAO com os campos
      *                             de WS-EXT-REG entre aspas, no mesmo
      *                             formato do AMIGO-EXPORT.CSV.
      ******************************************************************
       2550-GRAVAR-LINHA-EXTRATO.
           EVALUATE WS-EXT-ACAO
               WHEN "N"
                   ADD 1 TO WS-QTD-EXT-NOVOS
               WHEN "A"
                   ADD 1 TO WS-QTD-EXT-ALTER
               WHEN "E"
                   ADD 1 TO WS-QTD-EXT-EXCL
           END-EVALUATE.
           MOVE WS-EXT-AM-APELIDO TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-APELIDO.
           MOVE WS-EXT-AM-NOME TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-NOME.
           MOVE WS-EXT-AM-EMAIL TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-EMAIL.
           MOVE WS-EXT-AM-TELEFONE TO WS-CSV-SRC.
           PERFORM 905-ESCAPAR-ASPAS.
           MOVE WS-CSV-DST TO WS-CSV-DST-TELEFONE.
           MOVE SPACES TO REG-EXTCSV.
           STRING '"' WS-EXT-ACAO
                      DELIMITED BY SIZE
                  '","' FUNCTION TRIM (WS-CSV-DST-APELIDO)
                      DELIMITED BY SIZE
                  '","' FUNCTION TRIM (WS-CSV-DST-NOME)
                      DELIMITED BY SIZE
                  '","' FUNCTION TRIM (WS-CSV-DST-EMAIL)
                      DELIMITED BY SIZE
                  '","' FUNCTION TRIM (WS-CSV-DST-TELEFONE)
                      DELIMITED BY SIZE
                  '","' WS-EXT-AM-NASC
                      DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO REG-EXTCSV.
           WRITE REG-EXTCSV.

      ******************************************************************
      * 2560-GRAVAR-CONTROLE-EXTRATO - grava em AMIGO-EXTRATO.CTL a
      *                                janela desta extracao e o dia
      *                                da execucao, so depois do
      *                                extrato completo.
      ******************************************************************
       2560-GRAVAR-CONTROLE-EXTRATO.
           OPEN OUTPUT EXTCTL.
           IF WS-FS-EXTCTL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR AMIGO-EXTRATO.CTL - "
                       "STATUS " WS-FS-EXTCTL
               DISPLAY "A PROXIMA EXTRACAO REPETIRA ESTA JANELA"
               MOVE 4 TO RETURN-CODE
               GO TO 2560-GRAVAR-CONTROLE-EXTRATO-EXIT
           END-IF.
           MOVE WS-EXT-TIPO     TO EXC-TIPO.
           MOVE WS-DATA-SISTEMA TO EXC-DIA-EXEC.
           MOVE WS-EXT-DE-DATA  TO EXC-DE-DATA.
           MOVE WS-EXT-DE-HORA  TO EXC-DE-HORA.
           MOVE WS-EXT-ATE-DATA TO EXC-ATE-DATA.
           MOVE WS-EXT-ATE-HORA TO EXC-ATE-HORA.
           WRITE REG-EXTCTL.
           CLOSE EXTCTL.
       2560-GRAVAR-CONTROLE-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 2600-SIMULAR-LOTE - modo SIMULAR da linha de comando: passa
      *                     TRANSAMIGO.DAT inteiro pelas mesmas
      *                     criticas do lote (860 a 868) sem gravar
      *                     nada em REGAMIGO.DAT, REGGRUPO.DAT,
      *                     REGLOG.DAT, AMIGO-JORNAL.DAT,
      *                     AMIGO-REJEITOS.DAT nem
      *                     AMIGO-CHECKPOINT.DAT. O efeito das
      *                     transacoes anteriores do proprio arquivo
      *                     (um I seguido de GI do mesmo APELIDO, um
      *                     E que leva os vinculos junto) e mantido
      *                     em tabelas de memoria consultadas antes
      *                     dos arquivos. A previsao vai para
      *                     AMIGO-SIMULACAO.REL: cada rejeicao
      *                     esperada com o motivo e, no fim, as
      *                     contagens previstas por operacao.
      *                     Havendo rejeicao prevista devolve
      *                     RETURN-CODE 4, como o proprio lote.
      ******************************************************************
       2600-SIMULAR-LOTE.
           MOVE "N" TO WS-REL-CONSOLE.
           MOVE "N" TO WS-EOF-TRANSAMIGO.
           MOVE ZERO TO WS-TR-NUMERO.
           MOVE ZERO TO WS-QTD-TR-LIDAS.
           MOVE ZERO TO WS-QTD-TR-PULADAS.
           MOVE ZERO TO WS-QTD-REJ-EMAIL.
           MOVE ZERO TO WS-QTD-REJ-DUP.
           MOVE ZERO TO WS-QTD-REJ-INEX.
           MOVE ZERO TO WS-QTD-REJ-VDUP.
           MOVE ZERO TO WS-QTD-REJ-VINEX.
           MOVE ZERO TO WS-QTD-REJ-OPER.
           MOVE ZERO TO WS-QTD-REJ-GRP.
           MOVE ZERO TO WS-QTD-REJEITOS.
           MOVE ZERO TO WS-SMA-USADOS.
           MOVE ZERO TO WS-SMV-USADOS.
           MOVE "N" TO WS-SIM-TAB-CHEIA.
           PERFORM 2605-INICIAR-OPERACAO-SIM
               VARYING WS-SIM-IDX FROM 1 BY 1 UNTIL WS-SIM-IDX > 6.
           MOVE "I "                   TO WS-SIM-OP (1).
           MOVE "INCLUSAO DE AMIGO"    TO WS-SIM-DESCR (1).
           MOVE "A "                   TO WS-SIM-OP (2).
           MOVE "ALTERACAO DE AMIGO"   TO WS-SIM-DESCR (2).
           MOVE "E "                   TO WS-SIM-OP (3).
           MOVE "EXCLUSAO DE AMIGO"    TO WS-SIM-DESCR (3).
           MOVE "GI"                   TO WS-SIM-OP (4).
           MOVE "INCLUSAO EM GRUPO"    TO WS-SIM-DESCR (4).
           MOVE "GE"                   TO WS-SIM-OP (5).
           MOVE "REMOCAO DE GRUPO"     TO WS-SIM-DESCR (5).
           MOVE "??"                   TO WS-SIM-OP (6).
           MOVE "OPERACAO INVALIDA"    TO WS-SIM-DESCR (6).
           PERFORM 830-LER-CHECKPOINT THRU 830-LER-CHECKPOINT-EXIT.
           OPEN INPUT TRANSAMIGO.
           IF WS-FS-TRANSAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR TRANSAMIGO.DAT - STATUS "
                       WS-FS-TRANSAMIGO
               MOVE 8 TO RETURN-CODE
               GO TO 2600-SIMULAR-LOTE-EXIT
           END-IF.
           MOVE "S" TO WS-SIM-TEM-AMIGOS.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO = "35"
               MOVE "N" TO WS-SIM-TEM-AMIGOS
           ELSE
               IF WS-FS-REGAMIGO NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - "
                           "STATUS " WS-FS-REGAMIGO
                   CLOSE TRANSAMIGO
                   MOVE 8 TO RETURN-CODE
                   GO TO 2600-SIMULAR-LOTE-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-SIM-TEM-GRUPOS.
           OPEN INPUT REGGRUPO.
           IF WS-FS-REGGRUPO = "35"
               MOVE "N" TO WS-SIM-TEM-GRUPOS
           ELSE
               IF WS-FS-REGGRUPO NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR REGGRUPO.DAT - "
                           "STATUS " WS-FS-REGGRUPO
                   CLOSE TRANSAMIGO
                   IF WS-SIM-TEM-AMIGOS = "S"
                       CLOSE REGAMIGO
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GO TO 2600-SIMULAR-LOTE-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT RELSIM.
           IF WS-FS-RELSIM NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-SIMULACAO.REL - "
                       "STATUS " WS-FS-RELSIM
               CLOSE TRANSAMIGO
               IF WS-SIM-TEM-AMIGOS = "S"
                   CLOSE REGAMIGO
               END-IF
               IF WS-SIM-TEM-GRUPOS = "S"
                   CLOSE REGGRUPO
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 2600-SIMULAR-LOTE-EXIT
           END-IF.
           MOVE "PREVISAO DO LOTE TRANSAMIGO.DAT (SIMULACAO)"
               TO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           PERFORM 2610-SIMULAR-TRANSACAO UNTIL FIM-TRANSAMIGO.
           CLOSE TRANSAMIGO.
           IF WS-SIM-TEM-AMIGOS = "S"
               CLOSE REGAMIGO
           END-IF.
           IF WS-SIM-TEM-GRUPOS = "S"
               CLOSE REGGRUPO
           END-IF.
           PERFORM 2680-TOTALIZAR-SIMULACAO.
           CLOSE RELSIM.
           DISPLAY "SIMULACAO DO LOTE CONCLUIDA - NADA FOI GRAVADO".
           DISPLAY "PREVISAO GRAVADA EM AMIGO-SIMULACAO.REL".
           DISPLAY "TRANSACOES LIDAS..................: "
                   WS-QTD-TR-LIDAS.
           DISPLAY "TRANSACOES PULADAS (JA APLICADAS).: "
                   WS-QTD-TR-PULADAS.
           DISPLAY "REJEICOES PREVISTAS...............: "
                   WS-QTD-REJEITOS.
           IF WS-QTD-REJEITOS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2600-SIMULAR-LOTE-EXIT.
           EXIT.

       2605-INICIAR-OPERACAO-SIM.
           MOVE ZERO TO WS-SIM-LIDAS (WS-SIM-IDX).
           MOVE ZERO TO WS-SIM-APLIC (WS-SIM-IDX).
           MOVE ZERO TO WS-SIM-REJ (WS-SIM-IDX).

      ******************************************************************
      * 2610-SIMULAR-TRANSACAO - le a proxima transacao; as que o lote
      *                          pularia pelo checkpoint de uma execucao
      *                          interrompida sao so contadas.
      ******************************************************************
       2610-SIMULAR-TRANSACAO.
           READ TRANSAMIGO
               AT END
                   MOVE "S" TO WS-EOF-TRANSAMIGO
               NOT AT END
                   ADD 1 TO WS-TR-NUMERO
                   ADD 1 TO WS-QTD-TR-LIDAS
                   IF WS-TR-NUMERO NOT > WS-CKP-ULTIMA
                       ADD 1 TO WS-QTD-TR-PULADAS
                   ELSE
                       PERFORM 2615-SIMULAR-OPERACAO
                   END-IF
           END-READ.

      ******************************************************************
      * 2615-SIMULAR-OPERACAO - separa os campos como 815 e despacha
      *                         para a simulacao da operacao.
      ******************************************************************
       2615-SIMULAR-OPERACAO.
           MOVE SPACES TO WS-TR-OPERACAO WS-TR-CAMPO1
                          WS-TR-CAMPO2 WS-TR-CAMPO3.
           MOVE SPACES TO WS-TR-APELIDO WS-TR-NOME WS-TR-EMAIL
                          WS-TR-GRUPO.
           UNSTRING REG-TRANSAMIGO DELIMITED BY ","
               INTO WS-TR-OPERACAO WS-TR-CAMPO1
                    WS-TR-CAMPO2 WS-TR-CAMPO3
           END-UNSTRING.
           EVALUATE WS-TR-OPERACAO
               WHEN "I "
                   MOVE 1 TO WS-SIM-IDX
               WHEN "A "
                   MOVE 2 TO WS-SIM-IDX
               WHEN "E "
                   MOVE 3 TO WS-SIM-IDX
               WHEN "GI"
                   MOVE 4 TO WS-SIM-IDX
               WHEN "GE"
                   MOVE 5 TO WS-SIM-IDX
               WHEN OTHER
                   MOVE 6 TO WS-SIM-IDX
           END-EVALUATE.
           ADD 1 TO WS-SIM-LIDAS (WS-SIM-IDX).
           EVALUATE WS-SIM-IDX
               WHEN 1
                   PERFORM 2620-SIMULAR-INCLUIR
                      THRU 2620-SIMULAR-INCLUIR-EXIT
               WHEN 2
                   PERFORM 2622-SIMULAR-ALTERAR
                      THRU 2622-SIMULAR-ALTERAR-EXIT
               WHEN 3
                   PERFORM 2624-SIMULAR-EXCLUIR
                      THRU 2624-SIMULAR-EXCLUIR-EXIT
               WHEN 4
                   PERFORM 2626-SIMULAR-GRUPO-INCLUIR
                      THRU 2626-SIMULAR-GRUPO-INCLUIR-EXIT
               WHEN 5
                   PERFORM 2628-SIMULAR-GRUPO-REMOVER
                      THRU 2628-SIMULAR-GRUPO-REMOVER-EXIT
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJ-OPER
                   MOVE WS-TR-CAMPO1 TO WS-TR-APELIDO
                   MOVE SPACES TO WS-DETALHE-REJEITO
                   MOVE "OPERACAO INVALIDA" TO WS-MOTIVO-REJEITO
                   PERFORM 2690-SIMULAR-REJEITO
           END-EVALUATE.

      ******************************************************************
      * 2620-SIMULAR-INCLUIR - I: EMAIL invalido ou APELIDO ja
      *                        existente (no arquivo ou incluido antes
      *                        no proprio lote) seriam rejeitados.
      ******************************************************************
       2620-SIMULAR-INCLUIR.
           MOVE WS-TR-CAMPO1 TO WS-TR-APELIDO.
           MOVE WS-TR-CAMPO2 TO WS-TR-NOME.
           MOVE WS-TR-CAMPO3 TO WS-TR-EMAIL.
           MOVE WS-TR-EMAIL TO WS-EMAIL-TESTE.
           PERFORM 960-VALIDAR-EMAIL.
           IF WS-EMAIL-VALIDO NOT = "S"
               ADD 1 TO WS-QTD-REJ-EMAIL
               MOVE WS-TR-EMAIL TO WS-DETALHE-REJEITO
               MOVE "EMAIL INVALIDO" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2620-SIMULAR-INCLUIR-EXIT
           END-IF.
           PERFORM 2650-SIM-CONSULTAR-AMIGO
              THRU 2650-SIM-CONSULTAR-AMIGO-EXIT.
           IF WS-SIM-EXISTE = "S"
               ADD 1 TO WS-QTD-REJ-DUP
               MOVE WS-TR-EMAIL TO WS-DETALHE-REJEITO
               MOVE "APELIDO DUPLICADO" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2620-SIMULAR-INCLUIR-EXIT
           END-IF.
           MOVE "S" TO WS-SIM-NOVO-ESTADO.
           PERFORM 2655-SIM-MARCAR-AMIGO
              THRU 2655-SIM-MARCAR-AMIGO-EXIT.
           ADD 1 TO WS-SIM-APLIC (WS-SIM-IDX).
       2620-SIMULAR-INCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 2622-SIMULAR-ALTERAR - A: EMAIL informado e invalido ou APELIDO
      *                        inexistente seriam rejeitados.
      ******************************************************************
       2622-SIMULAR-ALTERAR.
           MOVE WS-TR-CAMPO1 TO WS-TR-APELIDO.
           MOVE WS-TR-CAMPO2 TO WS-TR-NOME.
           MOVE WS-TR-CAMPO3 TO WS-TR-EMAIL.
           IF WS-TR-EMAIL NOT = SPACES
               MOVE WS-TR-EMAIL TO WS-EMAIL-TESTE
               PERFORM 960-VALIDAR-EMAIL
               IF WS-EMAIL-VALIDO NOT = "S"
                   ADD 1 TO WS-QTD-REJ-EMAIL
                   MOVE WS-TR-EMAIL TO WS-DETALHE-REJEITO
                   MOVE "EMAIL INVALIDO" TO WS-MOTIVO-REJEITO
                   PERFORM 2690-SIMULAR-REJEITO
                   GO TO 2622-SIMULAR-ALTERAR-EXIT
               END-IF
           END-IF.
           PERFORM 2650-SIM-CONSULTAR-AMIGO
              THRU 2650-SIM-CONSULTAR-AMIGO-EXIT.
           IF WS-SIM-EXISTE NOT = "S"
               ADD 1 TO WS-QTD-REJ-INEX
               MOVE SPACES TO WS-DETALHE-REJEITO
               MOVE "APELIDO INEXISTENTE" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2622-SIMULAR-ALTERAR-EXIT
           END-IF.
           ADD 1 TO WS-SIM-APLIC (WS-SIM-IDX).
       2622-SIMULAR-ALTERAR-EXIT.
           EXIT.

      ******************************************************************
      * 2624-SIMULAR-EXCLUIR - E: APELIDO inexistente seria rejeitado;
      *                        aplicada, a exclusao leva junto os
      *                        vinculos de grupo do amigo.
      ******************************************************************
       2624-SIMULAR-EXCLUIR.
           MOVE WS-TR-CAMPO1 TO WS-TR-APELIDO.
           PERFORM 2650-SIM-CONSULTAR-AMIGO
              THRU 2650-SIM-CONSULTAR-AMIGO-EXIT.
           IF WS-SIM-EXISTE NOT = "S"
               ADD 1 TO WS-QTD-REJ-INEX
               MOVE SPACES TO WS-DETALHE-REJEITO
               MOVE "APELIDO INEXISTENTE" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2624-SIMULAR-EXCLUIR-EXIT
           END-IF.
           MOVE "N" TO WS-SIM-NOVO-ESTADO.
           PERFORM 2655-SIM-MARCAR-AMIGO
              THRU 2655-SIM-MARCAR-AMIGO-EXIT.
           PERFORM 2667-SIM-LIMPAR-VINCULO
               VARYING WS-SMV-IDX FROM 1 BY 1
               UNTIL WS-SMV-IDX > WS-SMV-USADOS.
           ADD 1 TO WS-SIM-APLIC (WS-SIM-IDX).
       2624-SIMULAR-EXCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 2626-SIMULAR-GRUPO-INCLUIR - GI: amigo inexistente, grupo fora
      *                              de GRUPOCAD.DAT ou vinculo ja
      *                              existente seriam rejeitados, na
      *                              mesma ordem de 866.
      ******************************************************************
       2626-SIMULAR-GRUPO-INCLUIR.
           MOVE WS-TR-CAMPO1 TO WS-TR-GRUPO.
           MOVE WS-TR-CAMPO2 TO WS-TR-APELIDO.
           PERFORM 2650-SIM-CONSULTAR-AMIGO
              THRU 2650-SIM-CONSULTAR-AMIGO-EXIT.
           IF WS-SIM-EXISTE NOT = "S"
               ADD 1 TO WS-QTD-REJ-INEX
               MOVE WS-TR-GRUPO TO WS-DETALHE-REJEITO
               MOVE "APELIDO INEXISTENTE" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2626-SIMULAR-GRUPO-INCLUIR-EXIT
           END-IF.
           MOVE WS-TR-GRUPO TO WS-GRUPO-TESTE.
           PERFORM 605-VERIFICAR-GRUPO-MASTER
              THRU 605-VERIFICAR-GRUPO-MASTER-EXIT.
           IF WS-GRUPO-OK NOT = "S"
               ADD 1 TO WS-QTD-REJ-GRP
               MOVE WS-TR-GRUPO TO WS-DETALHE-REJEITO
               MOVE "GRUPO NAO CADASTRADO" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2626-SIMULAR-GRUPO-INCLUIR-EXIT
           END-IF.
           PERFORM 2660-SIM-CONSULTAR-VINCULO
              THRU 2660-SIM-CONSULTAR-VINCULO-EXIT.
           IF WS-SIM-EXISTE = "S"
               ADD 1 TO WS-QTD-REJ-VDUP
               MOVE WS-TR-GRUPO TO WS-DETALHE-REJEITO
               MOVE "VINCULO JA EXISTE" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2626-SIMULAR-GRUPO-INCLUIR-EXIT
           END-IF.
           MOVE "S" TO WS-SIM-NOVO-ESTADO.
           PERFORM 2665-SIM-MARCAR-VINCULO
              THRU 2665-SIM-MARCAR-VINCULO-EXIT.
           ADD 1 TO WS-SIM-APLIC (WS-SIM-IDX).
       2626-SIMULAR-GRUPO-INCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 2628-SIMULAR-GRUPO-REMOVER - GE: vinculo inexistente seria
      *                              rejeitado.
      ******************************************************************
       2628-SIMULAR-GRUPO-REMOVER.
           MOVE WS-TR-CAMPO1 TO WS-TR-GRUPO.
           MOVE WS-TR-CAMPO2 TO WS-TR-APELIDO.
           PERFORM 2660-SIM-CONSULTAR-VINCULO
              THRU 2660-SIM-CONSULTAR-VINCULO-EXIT.
           IF WS-SIM-EXISTE NOT = "S"
               ADD 1 TO WS-QTD-REJ-VINEX
               MOVE WS-TR-GRUPO TO WS-DETALHE-REJEITO
               MOVE "VINCULO INEXISTENTE" TO WS-MOTIVO-REJEITO
               PERFORM 2690-SIMULAR-REJEITO
               GO TO 2628-SIMULAR-GRUPO-REMOVER-EXIT
           END-IF.
           MOVE "N" TO WS-SIM-NOVO-ESTADO.
           PERFORM 2665-SIM-MARCAR-VINCULO
              THRU 2665-SIM-MARCAR-VINCULO-EXIT.
           ADD 1 TO WS-SIM-APLIC (WS-SIM-IDX).
       2628-SIMULAR-GRUPO-REMOVER-EXIT.
           EXIT.

      ******************************************************************
      * 2650-SIM-CONSULTAR-AMIGO - WS-SIM-EXISTE = "S" se o APELIDO de
      *                            WS-TR-APELIDO existiria neste ponto
      *                            do lote: vale primeiro o que o
      *                            proprio lote ja fez com ele (tabela
      *                            de memoria), depois REGAMIGO.DAT.
      ******************************************************************
       2650-SIM-CONSULTAR-AMIGO.
           MOVE "N" TO WS-SIM-EXISTE.
           PERFORM 2652-SIM-PROCURAR-AMIGO.
           IF WS-SMA-POS > ZERO
               MOVE WS-SMA-EXISTE (WS-SMA-POS) TO WS-SIM-EXISTE
               GO TO 2650-SIM-CONSULTAR-AMIGO-EXIT
           END-IF.
           IF WS-SIM-TEM-AMIGOS NOT = "S"
               GO TO 2650-SIM-CONSULTAR-AMIGO-EXIT
           END-IF.
           MOVE WS-TR-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SIM-EXISTE
           END-READ.
       2650-SIM-CONSULTAR-AMIGO-EXIT.
           EXIT.

       2652-SIM-PROCURAR-AMIGO.
           MOVE ZERO TO WS-SMA-POS.
           PERFORM 2653-SIM-COMPARAR-AMIGO
               VARYING WS-SMA-IDX FROM 1 BY 1
               UNTIL WS-SMA-IDX > WS-SMA-USADOS OR WS-SMA-POS > ZERO.

       2653-SIM-COMPARAR-AMIGO.
           IF WS-SMA-APELIDO (WS-SMA-IDX) = WS-TR-APELIDO
               MOVE WS-SMA-IDX TO WS-SMA-POS
           END-IF.

      ******************************************************************
      * 2655-SIM-MARCAR-AMIGO - anota na tabela de memoria que o
      *                         APELIDO passa a existir ("S") ou deixa
      *                         de existir ("N", exclusao - os vinculos
      *                         de grupo do arquivo deixam de valer).
      ******************************************************************
       2655-SIM-MARCAR-AMIGO.
           PERFORM 2652-SIM-PROCURAR-AMIGO.
           IF WS-SMA-POS = ZERO
               IF WS-SMA-USADOS >= 2000
                   MOVE "S" TO WS-SIM-TAB-CHEIA
                   GO TO 2655-SIM-MARCAR-AMIGO-EXIT
               END-IF
               ADD 1 TO WS-SMA-USADOS
               MOVE WS-SMA-USADOS TO WS-SMA-POS
               MOVE WS-TR-APELIDO TO WS-SMA-APELIDO (WS-SMA-POS)
               MOVE "N" TO WS-SMA-SEM-VINC (WS-SMA-POS)
           END-IF.
           MOVE WS-SIM-NOVO-ESTADO TO WS-SMA-EXISTE (WS-SMA-POS).
           IF WS-SIM-NOVO-ESTADO = "N"
               MOVE "S" TO WS-SMA-SEM-VINC (WS-SMA-POS)
           END-IF.
       2655-SIM-MARCAR-AMIGO-EXIT.
           EXIT.

      ******************************************************************
      * 2660-SIM-CONSULTAR-VINCULO - WS-SIM-EXISTE = "S" se o vinculo
      *                              WS-TR-GRUPO + WS-TR-APELIDO
      *                              existiria neste ponto do lote:
      *                              tabela de memoria primeiro; amigo
      *                              excluido antes no lote nao tem
      *                              mais vinculos do arquivo; senao
      *                              vale REGGRUPO.DAT.
      ******************************************************************
       2660-SIM-CONSULTAR-VINCULO.
           MOVE "N" TO WS-SIM-EXISTE.
           PERFORM 2662-SIM-PROCURAR-VINCULO.
           IF WS-SMV-POS > ZERO
               MOVE WS-SMV-EXISTE (WS-SMV-POS) TO WS-SIM-EXISTE
               GO TO 2660-SIM-CONSULTAR-VINCULO-EXIT
           END-IF.
           PERFORM 2652-SIM-PROCURAR-AMIGO.
           IF WS-SMA-POS > ZERO
               IF WS-SMA-SEM-VINC (WS-SMA-POS) = "S"
                   GO TO 2660-SIM-CONSULTAR-VINCULO-EXIT
               END-IF
           END-IF.
           IF WS-SIM-TEM-GRUPOS NOT = "S"
               GO TO 2660-SIM-CONSULTAR-VINCULO-EXIT
           END-IF.
           MOVE WS-TR-GRUPO   TO GRUPO-NOME.
           MOVE WS-TR-APELIDO TO GR-APELIDO.
           READ REGGRUPO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SIM-EXISTE
           END-READ.
       2660-SIM-CONSULTAR-VINCULO-EXIT.
           EXIT.

       2662-SIM-PROCURAR-VINCULO.
           MOVE ZERO TO WS-SMV-POS.
           PERFORM 2663-SIM-COMPARAR-VINCULO
               VARYING WS-SMV-IDX FROM 1 BY 1
               UNTIL WS-SMV-IDX > WS-SMV-USADOS OR WS-SMV-POS > ZERO.

       2663-SIM-COMPARAR-VINCULO.
           IF WS-SMV-GRUPO (WS-SMV-IDX) = WS-TR-GRUPO
             AND WS-SMV-APELIDO (WS-SMV-IDX) = WS-TR-APELIDO
               MOVE WS-SMV-IDX TO WS-SMV-POS
           END-IF.

       2665-SIM-MARCAR-VINCULO.
           PERFORM 2662-SIM-PROCURAR-VINCULO.
           IF WS-SMV-POS = ZERO
               IF WS-SMV-USADOS >= 2000
                   MOVE "S" TO WS-SIM-TAB-CHEIA
                   GO TO 2665-SIM-MARCAR-VINCULO-EXIT
               END-IF
               ADD 1 TO WS-SMV-USADOS
               MOVE WS-SMV-USADOS TO WS-SMV-POS
               MOVE WS-TR-GRUPO   TO WS-SMV-GRUPO (WS-SMV-POS)
               MOVE WS-TR-APELIDO TO WS-SMV-APELIDO (WS-SMV-POS)
           END-IF.
           MOVE WS-SIM-NOVO-ESTADO TO WS-SMV-EXISTE (WS-SMV-POS).
       2665-SIM-MARCAR-VINCULO-EXIT.
           EXIT.

       2667-SIM-LIMPAR-VINCULO.
           IF WS-SMV-APELIDO (WS-SMV-IDX) = WS-TR-APELIDO
               MOVE "N" TO WS-SMV-EXISTE (WS-SMV-IDX)
           END-IF.

      ******************************************************************
      * 2680-TOTALIZAR-SIMULACAO - fecha a previsao com as contagens
      *                            por operacao e por motivo, no mesmo
      *                            formato do sumario do lote.
      ******************************************************************
       2680-TOTALIZAR-SIMULACAO.
           IF WS-QTD-REJEITOS = ZERO
               MOVE "NENHUMA REJEICAO PREVISTA" TO WS-REL-LINHA
               PERFORM 2695-GRAVAR-LINHA-SIM
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE "PREVISAO POR OPERACAO" TO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           PERFORM 2682-GRAVAR-OPERACAO-SIM
               VARYING WS-SIM-IDX FROM 1 BY 1 UNTIL WS-SIM-IDX > 6.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TRANSACOES LIDAS..................: "
                  WS-QTD-TR-LIDAS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TRANSACOES PULADAS (JA APLICADAS).: "
                  WS-QTD-TR-PULADAS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR EMAIL INVALIDO.....: "
                  WS-QTD-REJ-EMAIL
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR APELIDO DUPLICADO..: "
                  WS-QTD-REJ-DUP
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR APELIDO INEXISTENTE: "
                  WS-QTD-REJ-INEX
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR VINCULO JA EXISTIR.: "
                  WS-QTD-REJ-VDUP
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR VINCULO INEXISTENTE: "
                  WS-QTD-REJ-VINEX
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR OPERACAO INVALIDA..: "
                  WS-QTD-REJ-OPER
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REJEITADAS POR GRUPO NAO CADASTR.: "
                  WS-QTD-REJ-GRP
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL DE REJEICOES PREVISTAS......: "
                  WS-QTD-REJEITOS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.
           IF WS-SIM-TAB-CHEIA = "S"
               MOVE SPACES TO WS-REL-LINHA
               PERFORM 2695-GRAVAR-LINHA-SIM
               MOVE SPACES TO WS-REL-LINHA
               STRING "ATENCAO: LOTE GRANDE DEMAIS PARA AS TABELAS DA "
                      "SIMULACAO - PREVISAO PODE DIVERGIR DO LOTE REAL"
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               PERFORM 2695-GRAVAR-LINHA-SIM
               DISPLAY "ATENCAO: TABELAS DA SIMULACAO CHEIAS - "
                       "PREVISAO PODE DIVERGIR DO LOTE REAL"
           END-IF.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.

       2682-GRAVAR-OPERACAO-SIM.
           MOVE WS-SIM-OP (WS-SIM-IDX)    TO DET-SO-OPERACAO.
           MOVE WS-SIM-DESCR (WS-SIM-IDX) TO DET-SO-DESCRICAO.
           MOVE WS-SIM-LIDAS (WS-SIM-IDX) TO DET-SO-LIDAS.
           MOVE WS-SIM-APLIC (WS-SIM-IDX) TO DET-SO-APLIC.
           MOVE WS-SIM-REJ (WS-SIM-IDX)   TO DET-SO-REJ.
           MOVE WS-DET-SIM-OPER TO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.

      ******************************************************************
      * 2690-SIMULAR-REJEITO - lista no relatorio uma rejeicao prevista
      *                        (numero da transacao, operacao, APELIDO,
      *                        detalhe e motivo, os mesmos que iriam
      *                        para AMIGO-REJEITOS.DAT).
      ******************************************************************
       2690-SIMULAR-REJEITO.
           ADD 1 TO WS-QTD-REJEITOS.
           ADD 1 TO WS-SIM-REJ (WS-SIM-IDX).
           MOVE WS-TR-NUMERO       TO DET-SI-NUMERO.
           MOVE WS-TR-OPERACAO     TO DET-SI-OPERACAO.
           MOVE WS-TR-APELIDO      TO DET-SI-APELIDO.
           MOVE WS-DETALHE-REJEITO TO DET-SI-DETALHE.
           MOVE WS-MOTIVO-REJEITO  TO DET-SI-MOTIVO.
           MOVE WS-DET-SIM-REL TO WS-REL-LINHA.
           PERFORM 2695-GRAVAR-LINHA-SIM.

      ******************************************************************
      * 2695-GRAVAR-LINHA-SIM - grava WS-REL-LINHA em
      *                         AMIGO-SIMULACAO.REL com controle de
      *                         pagina.
      ******************************************************************
       2695-GRAVAR-LINHA-SIM.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 2697-CABECALHO-SIM
           END-IF.
           WRITE REG-RELSIM FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       2697-CABECALHO-SIM.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELSIM FROM WS-CAB-RELATORIO.
           WRITE REG-RELSIM FROM WS-CAB-COLUNAS-SIM.
           WRITE REG-RELSIM FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 2700-EMITIR-RELATORIOS - modo RELATORIOS da linha de comando:
      *                          emite sem operador os relatorios
      *                          pedidos em AMIGO-RELATORIOS.DAT, uma
      *                          linha por relatorio no formato
      *                          TIPO,PARAMETRO,ARQUIVO:
      *                            LISTA                (100-LER)
      *                            GRUPOS               (700)
      *                            ANIVERSARIO,[MM]     (1000, mes de
      *                                                 referencia;
      *                                                 vazio = atual)
      *                            ESQUECIDOS,NN        (1950, meses)
      *                            ETIQUETAS,T|GRUPO    (1750, todos
      *                                                 ou um grupo)
      *                          ARQUIVO vazio mantem o nome padrao do
      *                          relatorio. Linha em branco ou iniciada
      *                          por "*" e ignorada. Linha com erro
      *                          falha so aquele relatorio, com
      *                          RETURN-CODE 4; relatorio que nao
      *                          consegue abrir seus arquivos da 8. O
      *                          resumo da execucao (relatorios
      *                          gerados, paginas e linhas) vai para
      *                          AMIGO-RELATORIOS.LOG.
      ******************************************************************
       2700-EMITIR-RELATORIOS.
           MOVE ZERO TO WS-PRM-RC-FINAL.
           MOVE ZERO TO WS-PRM-NUM-LINHA.
           MOVE ZERO TO WS-QTD-PRM-LIDOS.
           MOVE ZERO TO WS-QTD-PRM-GERADOS.
           MOVE ZERO TO WS-QTD-PRM-FALHAS.
           MOVE "N" TO WS-EOF-RELPRM.
           OPEN INPUT RELPRM.
           IF WS-FS-RELPRM NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-RELATORIOS.DAT - "
                       "STATUS " WS-FS-RELPRM
               MOVE 8 TO RETURN-CODE
               GO TO 2700-EMITIR-RELATORIOS-EXIT
           END-IF.
           OPEN OUTPUT RELRES.
           IF WS-FS-RELRES NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-RELATORIOS.LOG - "
                       "STATUS " WS-FS-RELRES
               CLOSE RELPRM
               MOVE 8 TO RETURN-CODE
               GO TO 2700-EMITIR-RELATORIOS-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-NOT-HORA FROM TIME.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "RESUMO DA EMISSAO DE RELATORIOS - " WS-DATA-SISTEMA
                  " " WS-NOT-HORA " - OPERADOR " WS-OPER-ID
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-CAB-COLUNAS-PRM.
           WRITE REG-RELRES FROM WS-TRACO-REL.
           MOVE "S" TO WS-REL-AUTOMATICO.
           PERFORM 2710-LER-PARAMETRO UNTIL FIM-RELPRM.
           MOVE "N" TO WS-REL-AUTOMATICO.
           PERFORM 2705-RESTAURAR-NOMES.
           CLOSE RELPRM.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "RELATORIOS PEDIDOS.: " WS-QTD-PRM-LIDOS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "RELATORIOS GERADOS.: " WS-QTD-PRM-GERADOS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "RELATORIOS COM FALHA: " WS-QTD-PRM-FALHAS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "RETURN-CODE FINAL..: " WS-PRM-RC-FINAL
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           MOVE "*** FIM DO RESUMO ***" TO WS-REL-LINHA.
           WRITE REG-RELRES FROM WS-REL-LINHA.
           CLOSE RELRES.
           MOVE WS-PRM-RC-FINAL TO RETURN-CODE.
           DISPLAY "RELATORIOS PEDIDOS..: " WS-QTD-PRM-LIDOS.
           DISPLAY "RELATORIOS GERADOS..: " WS-QTD-PRM-GERADOS.
           DISPLAY "RELATORIOS COM FALHA: " WS-QTD-PRM-FALHAS.
           DISPLAY "RESUMO GRAVADO EM AMIGO-RELATORIOS.LOG".
       2700-EMITIR-RELATORIOS-EXIT.
           EXIT.

       2705-RESTAURAR-NOMES.
           MOVE "AMIGO-LISTA.REL"      TO WS-RELAMIGO-NOME.
           MOVE "GRUPO-LISTA.REL"      TO WS-RELGRUPO-NOME.
           MOVE "ANIVERSARIO.REL"      TO WS-RELANIV-NOME.
           MOVE "AMIGO-ETIQUETAS.REL"  TO WS-RELETIQ-NOME.
           MOVE "AMIGO-ESQUECIDOS.REL" TO WS-RELESQ-NOME.
           MOVE ZERO TO WS-ANIV-MES-REF.

       2710-LER-PARAMETRO.
           READ RELPRM
               AT END
                   MOVE "S" TO WS-EOF-RELPRM
               NOT AT END
                   ADD 1 TO WS-PRM-NUM-LINHA
                   IF REG-RELPRM NOT = SPACES
                      AND REG-RELPRM (1:1) NOT = "*"
                       ADD 1 TO WS-QTD-PRM-LIDOS
                       PERFORM 2720-EXECUTAR-RELATORIO
                          THRU 2720-EXECUTAR-RELATORIO-EXIT
                       PERFORM 2725-GRAVAR-RESUMO-PRM
                          THRU 2725-GRAVAR-RESUMO-PRM-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * 2720-EXECUTAR-RELATORIO - separa e critica uma linha de
      *                           parametro, prepara as respostas que
      *                           o relatorio pediria ao operador e o
      *                           executa. Linha rejeitada sai com o
      *                           motivo em WS-PRM-ERRO.
      ******************************************************************
       2720-EXECUTAR-RELATORIO.
           MOVE SPACES TO WS-PRM-TIPO WS-PRM-PARAMETRO WS-PRM-ARQUIVO
                          WS-PRM-ERRO.
           UNSTRING REG-RELPRM DELIMITED BY ","
               INTO WS-PRM-TIPO WS-PRM-PARAMETRO WS-PRM-ARQUIVO
           END-UNSTRING.
           PERFORM 2705-RESTAURAR-NOMES.
           MOVE "N" TO WS-REL-CONSOLE.
           MOVE "N" TO WS-REL-GERADO.
           MOVE ZERO TO WS-REL-PAGINA.
           MOVE ZERO TO WS-REL-TOT-LINHAS.
           MOVE ZERO TO WS-PRM-RC-RELAT.
           EVALUATE WS-PRM-TIPO
               WHEN "LISTA"
                   IF WS-PRM-ARQUIVO NOT = SPACES
                       MOVE WS-PRM-ARQUIVO TO WS-RELAMIGO-NOME
                   END-IF
                   MOVE WS-RELAMIGO-NOME TO WS-PRM-SAIDA
                   PERFORM 100-LER THRU 100-LER-EXIT
               WHEN "GRUPOS"
                   IF WS-PRM-ARQUIVO NOT = SPACES
                       MOVE WS-PRM-ARQUIVO TO WS-RELGRUPO-NOME
                   END-IF
                   MOVE WS-RELGRUPO-NOME TO WS-PRM-SAIDA
                   PERFORM 700-RELATORIO-GRUPO
                      THRU 700-RELATORIO-GRUPO-EXIT
               WHEN "ANIVERSARIO"
                   IF WS-PRM-ARQUIVO NOT = SPACES
                       MOVE WS-PRM-ARQUIVO TO WS-RELANIV-NOME
                   END-IF
                   MOVE WS-RELANIV-NOME TO WS-PRM-SAIDA
                   IF WS-PRM-PARAMETRO NOT = SPACES
                       PERFORM 2740-CONVERTER-NUMERO
                       IF WS-PRM-NUM-OK NOT = "S"
                          OR WS-PRM-NUMERO < 1 OR WS-PRM-NUMERO > 12
                           MOVE "MES DE REFERENCIA INVALIDO"
                               TO WS-PRM-ERRO
                           GO TO 2720-EXECUTAR-RELATORIO-EXIT
                       END-IF
                       MOVE WS-PRM-NUMERO TO WS-ANIV-MES-REF
                   END-IF
                   PERFORM 1000-RELATORIO-ANIVERSARIO
                      THRU 1000-RELATORIO-ANIVERSARIO-EXIT
               WHEN "ESQUECIDOS"
                   IF WS-PRM-ARQUIVO NOT = SPACES
                       MOVE WS-PRM-ARQUIVO TO WS-RELESQ-NOME
                   END-IF
                   MOVE WS-RELESQ-NOME TO WS-PRM-SAIDA
                   PERFORM 2740-CONVERTER-NUMERO
                   IF WS-PRM-NUM-OK NOT = "S" OR WS-PRM-NUMERO = ZERO
                       MOVE "NUMERO DE MESES INVALIDO" TO WS-PRM-ERRO
                       GO TO 2720-EXECUTAR-RELATORIO-EXIT
                   END-IF
                   MOVE WS-PRM-NUMERO TO WS-MESES-SEM
                   PERFORM 1950-RELATORIO-ESQUECIDOS
                      THRU 1950-RELATORIO-ESQUECIDOS-EXIT
               WHEN "ETIQUETAS"
                   IF WS-PRM-ARQUIVO NOT = SPACES
                       MOVE WS-PRM-ARQUIVO TO WS-RELETIQ-NOME
                   END-IF
                   MOVE WS-RELETIQ-NOME TO WS-PRM-SAIDA
                   PERFORM 2730-PREPARAR-ETIQUETAS
                      THRU 2730-PREPARAR-ETIQUETAS-EXIT
                   IF WS-PRM-ERRO NOT = SPACES
                       GO TO 2720-EXECUTAR-RELATORIO-EXIT
                   END-IF
                   PERFORM 1750-EMITIR-ETIQUETAS
                      THRU 1750-EMITIR-ETIQUETAS-EXIT
               WHEN OTHER
                   MOVE WS-PRM-ARQUIVO TO WS-PRM-SAIDA
                   MOVE "TIPO DE RELATORIO DESCONHECIDO"
                       TO WS-PRM-ERRO
                   GO TO 2720-EXECUTAR-RELATORIO-EXIT
           END-EVALUATE.
           IF WS-REL-GERADO NOT = "S"
               MOVE "ERRO NA ABERTURA DOS ARQUIVOS" TO WS-PRM-ERRO
               MOVE 8 TO WS-PRM-RC-RELAT
           END-IF.
       2720-EXECUTAR-RELATORIO-EXIT.
           EXIT.

      ******************************************************************
      * 2725-GRAVAR-RESUMO-PRM - anota no resumo AMIGO-RELATORIOS.LOG o
      *                          resultado da linha de parametro,
      *                          conta gerados e falhas e acumula o
      *                          RETURN-CODE final do lote.
      ******************************************************************
       2725-GRAVAR-RESUMO-PRM.
           MOVE WS-PRM-NUM-LINHA TO DET-PR-LINHA.
           MOVE WS-PRM-TIPO      TO DET-PR-TIPO.
           MOVE WS-PRM-SAIDA     TO DET-PR-ARQUIVO.
           MOVE WS-REL-PAGINA    TO DET-PR-PAGINAS.
           MOVE WS-REL-TOT-LINHAS TO DET-PR-LINHAS.
           MOVE WS-PRM-ERRO      TO DET-PR-ERRO.
           IF WS-PRM-ERRO = SPACES
               ADD 1 TO WS-QTD-PRM-GERADOS
               MOVE "GERADO" TO DET-PR-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-PRM-FALHAS
               MOVE "FALHOU" TO DET-PR-SITUACAO
               IF WS-PRM-RC-RELAT < 4
                   MOVE 4 TO WS-PRM-RC-RELAT
               END-IF
               DISPLAY "RELATORIO DA LINHA " WS-PRM-NUM-LINHA
                       " NAO GERADO: " WS-PRM-ERRO
           END-IF.
           IF WS-PRM-RC-RELAT > WS-PRM-RC-FINAL
               MOVE WS-PRM-RC-RELAT TO WS-PRM-RC-FINAL
           END-IF.
           WRITE REG-RELRES FROM WS-DET-PRM-RES.
       2725-GRAVAR-RESUMO-PRM-EXIT.
           EXIT.

      ******************************************************************
      * 2730-PREPARAR-ETIQUETAS - parametro T emite para todos; outro
      *                           valor e o GRUPO-NOME, que precisa
      *                           constar de GRUPOCAD.DAT.
      ******************************************************************
       2730-PREPARAR-ETIQUETAS.
           IF WS-PRM-PARAMETRO = SPACES
               MOVE "INFORME T OU O NOME DO GRUPO" TO WS-PRM-ERRO
               GO TO 2730-PREPARAR-ETIQUETAS-EXIT
           END-IF.
           IF WS-PRM-PARAMETRO = "T"
               MOVE "T" TO WS-ETIQ-TIPO
               MOVE SPACES TO WS-ETIQ-GRUPO
               GO TO 2730-PREPARAR-ETIQUETAS-EXIT
           END-IF.
           MOVE WS-PRM-PARAMETRO TO WS-GRUPO-TESTE.
           PERFORM 605-VERIFICAR-GRUPO-MASTER
              THRU 605-VERIFICAR-GRUPO-MASTER-EXIT.
           IF WS-GRUPO-OK NOT = "S"
               MOVE "GRUPO NAO CADASTRADO" TO WS-PRM-ERRO
               GO TO 2730-PREPARAR-ETIQUETAS-EXIT
           END-IF.
           MOVE "G" TO WS-ETIQ-TIPO.
           MOVE WS-PRM-PARAMETRO TO WS-ETIQ-GRUPO.
       2730-PREPARAR-ETIQUETAS-EXIT.
           EXIT.

      ******************************************************************
      * 2740-CONVERTER-NUMERO - aceita em WS-PRM-PARAMETRO um numero de
      *                         um ou dois digitos; resultado em
      *                         WS-PRM-NUMERO e WS-PRM-NUM-OK ("S"/"N").
      ******************************************************************
       2740-CONVERTER-NUMERO.
           MOVE "N" TO WS-PRM-NUM-OK.
           MOVE ZERO TO WS-PRM-NUMERO.
           IF WS-PRM-PARAMETRO (3:18) NOT = SPACES
               GO TO 2740-CONVERTER-NUMERO-EXIT
           END-IF.
           IF WS-PRM-PARAMETRO (1:2) IS NUMERIC
               MOVE WS-PRM-PARAMETRO (1:2) TO WS-PRM-NUMERO
               MOVE "S" TO WS-PRM-NUM-OK
           ELSE
               IF WS-PRM-PARAMETRO (1:1) IS NUMERIC
                  AND WS-PRM-PARAMETRO (2:1) = SPACE
                   MOVE WS-PRM-PARAMETRO (1:1) TO WS-PRM-NUMERO
                   MOVE "S" TO WS-PRM-NUM-OK
               END-IF
           END-IF.
       2740-CONVERTER-NUMERO-EXIT.
           EXIT.

      ******************************************************************
      * 2800-CARREGAR-CEP - modo CARGACEP da linha de comando: carrega
      *                     (ou recarrega por inteiro) a tabela de
      *                     referencia CEPUF.DAT a partir do arquivo de
      *                     faixas de CEP por UF dos Correios,
      *                     LOG_FAIXA_UF.TXT, linhas UF@CEPINI@CEPFIM.
      *                     Uma primeira passada critica o arquivo; so
      *                     havendo ao menos uma faixa valida a tabela
      *                     atual e substituida, para que um arquivo
      *                     vazio ou trocado nao deixe o cadastro de
      *                     enderecos sem referencia. Linha recusada
      *                     devolve RETURN-CODE 4.
      ******************************************************************
       2800-CARREGAR-CEP.
           MOVE ZERO TO WS-QTD-CEP-VALIDAS.
           MOVE ZERO TO WS-QTD-CEP-CARGA.
           MOVE ZERO TO WS-QTD-CEP-RECUSA.
           MOVE 1 TO WS-CEP-PASSO.
           PERFORM 2805-LER-ARQUIVO-FAIXAS
              THRU 2805-LER-ARQUIVO-FAIXAS-EXIT.
           IF WS-FS-CEPFAIXA NOT = "00"
               MOVE 8 TO RETURN-CODE
               GO TO 2800-CARREGAR-CEP-EXIT
           END-IF.
           IF WS-QTD-CEP-VALIDAS = ZERO
               DISPLAY "NENHUMA FAIXA VALIDA EM LOG_FAIXA_UF.TXT - "
                       "CEPUF.DAT MANTIDO SEM ALTERACAO"
               MOVE 8 TO RETURN-CODE
               GO TO 2800-CARREGAR-CEP-EXIT
           END-IF.
           OPEN OUTPUT CEPUF.
           IF WS-FS-CEPUF NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CEPUF.DAT - STATUS "
                       WS-FS-CEPUF
               MOVE 8 TO RETURN-CODE
               GO TO 2800-CARREGAR-CEP-EXIT
           END-IF.
           MOVE ZERO TO WS-QTD-CEP-RECUSA.
           MOVE 2 TO WS-CEP-PASSO.
           PERFORM 2805-LER-ARQUIVO-FAIXAS
              THRU 2805-LER-ARQUIVO-FAIXAS-EXIT.
           CLOSE CEPUF.
           DISPLAY "CARGA DA TABELA CEP/UF CONCLUIDA".
           DISPLAY "LINHAS LIDAS.....: " WS-CEP-NUM-LINHA.
           DISPLAY "FAIXAS CARREGADAS: " WS-QTD-CEP-CARGA.
           DISPLAY "LINHAS RECUSADAS.: " WS-QTD-CEP-RECUSA.
           IF WS-QTD-CEP-RECUSA > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2800-CARREGAR-CEP-EXIT.
           EXIT.

      ******************************************************************
      * 2805-LER-ARQUIVO-FAIXAS - uma passada por LOG_FAIXA_UF.TXT:
      *                           no passo 1 so conta as faixas
      *                           validas; no passo 2 grava cada uma em
      *                           CEPUF.DAT e aponta as recusadas.
      ******************************************************************
       2805-LER-ARQUIVO-FAIXAS.
           MOVE ZERO TO WS-CEP-NUM-LINHA.
           MOVE "N" TO WS-EOF-CEPFAIXA.
           OPEN INPUT CEPFAIXA.
           IF WS-FS-CEPFAIXA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR LOG_FAIXA_UF.TXT - "
                       "STATUS " WS-FS-CEPFAIXA
               GO TO 2805-LER-ARQUIVO-FAIXAS-EXIT
           END-IF.
           PERFORM 2810-TRATAR-FAIXA UNTIL FIM-CEPFAIXA.
           CLOSE CEPFAIXA.
       2805-LER-ARQUIVO-FAIXAS-EXIT.
           EXIT.

       2810-TRATAR-FAIXA.
           READ CEPFAIXA
               AT END
                   MOVE "S" TO WS-EOF-CEPFAIXA
               NOT AT END
                   ADD 1 TO WS-CEP-NUM-LINHA
                   IF REG-CEPFAIXA NOT = SPACES
                       PERFORM 2815-CRITICAR-FAIXA
                          THRU 2815-CRITICAR-FAIXA-EXIT
                       IF WS-CEP-PASSO = 1
                           IF WS-CEP-LINHA-OK = "S"
                               ADD 1 TO WS-QTD-CEP-VALIDAS
                           END-IF
                       ELSE
                           PERFORM 2820-GRAVAR-FAIXA
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2815-CRITICAR-FAIXA - a linha vale quando a UF tem duas letras
      *                       e as duas pontas da faixa tem oito
      *                       digitos, com a inicial nao maior que a
      *                       final.
      ******************************************************************
       2815-CRITICAR-FAIXA.
           MOVE "N" TO WS-CEP-LINHA-OK.
           MOVE SPACES TO WS-CEP-UF-LIDA WS-CEP-INI-LIDO
                          WS-CEP-FIM-LIDO.
           UNSTRING REG-CEPFAIXA DELIMITED BY "@"
               INTO WS-CEP-UF-LIDA WS-CEP-INI-LIDO WS-CEP-FIM-LIDO
           END-UNSTRING.
           INSPECT WS-CEP-UF-LIDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CEP-UF-LIDA IS NOT ALPHABETIC
              OR WS-CEP-UF-LIDA (1:1) = SPACE
              OR WS-CEP-UF-LIDA (2:1) = SPACE
               GO TO 2815-CRITICAR-FAIXA-EXIT
           END-IF.
           IF WS-CEP-INI-LIDO (1:8) IS NOT NUMERIC
              OR WS-CEP-INI-LIDO (9:2) NOT = SPACES
              OR WS-CEP-FIM-LIDO (1:8) IS NOT NUMERIC
              OR WS-CEP-FIM-LIDO (9:2) NOT = SPACES
               GO TO 2815-CRITICAR-FAIXA-EXIT
           END-IF.
           IF WS-CEP-INI-LIDO (1:8) > WS-CEP-FIM-LIDO (1:8)
               GO TO 2815-CRITICAR-FAIXA-EXIT
           END-IF.
           MOVE "S" TO WS-CEP-LINHA-OK.
       2815-CRITICAR-FAIXA-EXIT.
           EXIT.

       2820-GRAVAR-FAIXA.
           IF WS-CEP-LINHA-OK NOT = "S"
               ADD 1 TO WS-QTD-CEP-RECUSA
               DISPLAY "LINHA " WS-CEP-NUM-LINHA
                       " RECUSADA (FORMATO INVALIDO): " REG-CEPFAIXA
           ELSE
               MOVE WS-CEP-UF-LIDA       TO CU-UF
               MOVE WS-CEP-INI-LIDO (1:8) TO CU-CEP-INI
               MOVE WS-CEP-FIM-LIDO (1:8) TO CU-CEP-FIM
               WRITE REG-CEPUF
                   INVALID KEY
                       ADD 1 TO WS-QTD-CEP-RECUSA
                       DISPLAY "LINHA " WS-CEP-NUM-LINHA
                               " RECUSADA (FAIXA REPETIDA): "
                               REG-CEPFAIXA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CEP-CARGA
               END-WRITE
           END-IF.

      ******************************************************************
      * 2850-VALIDAR-CEP-UF - confere WS-CEP-UF-TESTE e WS-CEP-TESTE
      *                       contra CEPUF.DAT, abrindo e fechando a
      *                       tabela. Resultado em WS-CEP-FALHA (0 ok,
      *                       1 UF desconhecida, 2 CEP mal formado, 3
      *                       CEP fora da faixa da UF) e o texto em
      *                       WS-CEP-MOTIVO. Sem a tabela carregada
      *                       so o formato do CEP e conferido, com
      *                       aviso na tela.
      ******************************************************************
       2850-VALIDAR-CEP-UF.
           MOVE "S" TO WS-CEP-TEM-TABELA.
           OPEN INPUT CEPUF.
           IF WS-FS-CEPUF NOT = "00"
               MOVE "N" TO WS-CEP-TEM-TABELA
               DISPLAY "TABELA CEPUF.DAT INDISPONIVEL (STATUS "
                       WS-FS-CEPUF ") - UF E FAIXA NAO CONFERIDAS"
           END-IF.
           PERFORM 2852-CRITICAR-CEP-UF THRU 2852-CRITICAR-CEP-UF-EXIT.
           IF WS-CEP-TEM-TABELA = "S"
               CLOSE CEPUF
           END-IF.
       2850-VALIDAR-CEP-UF-EXIT.
           EXIT.

      ******************************************************************
      * 2852-CRITICAR-CEP-UF - a critica propriamente dita, com
      *                        CEPUF.DAT ja aberto pelo chamador
      *                        (WS-CEP-TEM-TABELA = "S"). CEP aceito
      *                        como 99999-999 ou 99999999.
      ******************************************************************
       2852-CRITICAR-CEP-UF.
           MOVE ZERO TO WS-CEP-FALHA.
           MOVE SPACES TO WS-CEP-MOTIVO.
           MOVE ZERO TO WS-CEP-NUM.
           MOVE "N" TO WS-CEP-FORMATO-OK.
           IF WS-CEP-TESTE (1:5) IS NUMERIC
              AND WS-CEP-TESTE (6:1) = "-"
              AND WS-CEP-TESTE (7:3) IS NUMERIC
               MOVE WS-CEP-TESTE (1:5) TO WS-CEP-P5
               MOVE WS-CEP-TESTE (7:3) TO WS-CEP-P3
               COMPUTE WS-CEP-NUM = WS-CEP-P5 * 1000 + WS-CEP-P3
               MOVE "S" TO WS-CEP-FORMATO-OK
           ELSE
               IF WS-CEP-TESTE (1:8) IS NUMERIC
                  AND WS-CEP-TESTE (9:1) = SPACE
                   MOVE WS-CEP-TESTE (1:8) TO WS-CEP-NUM
                   MOVE "S" TO WS-CEP-FORMATO-OK
               END-IF
           END-IF.
           IF WS-CEP-TEM-TABELA = "S"
               PERFORM 2855-PROCURAR-FAIXA-UF
                  THRU 2855-PROCURAR-FAIXA-UF-EXIT
               IF WS-CEP-UF-ACHADA NOT = "S"
                   MOVE 1 TO WS-CEP-FALHA
                   MOVE "UF DESCONHECIDA" TO WS-CEP-MOTIVO
                   GO TO 2852-CRITICAR-CEP-UF-EXIT
               END-IF
           END-IF.
           IF WS-CEP-FORMATO-OK NOT = "S"
               MOVE 2 TO WS-CEP-FALHA
               MOVE "CEP MAL FORMADO" TO WS-CEP-MOTIVO
               GO TO 2852-CRITICAR-CEP-UF-EXIT
           END-IF.
           IF WS-CEP-TEM-TABELA = "S" AND WS-CEP-NA-FAIXA NOT = "S"
               MOVE 3 TO WS-CEP-FALHA
               MOVE "CEP FORA DA FAIXA DA UF" TO WS-CEP-MOTIVO
           END-IF.
       2852-CRITICAR-CEP-UF-EXIT.
           EXIT.

       2855-PROCURAR-FAIXA-UF.
           MOVE "N" TO WS-CEP-UF-ACHADA.
           MOVE "N" TO WS-CEP-NA-FAIXA.
           IF WS-CEP-UF-TESTE = SPACES
               GO TO 2855-PROCURAR-FAIXA-UF-EXIT
           END-IF.
           MOVE "N" TO WS-FIM-CEPUF.
           MOVE WS-CEP-UF-TESTE TO CU-UF.
           MOVE ZERO            TO CU-CEP-INI.
           START CEPUF KEY NOT LESS THAN CU-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CEPUF
           END-START.
           PERFORM 2857-OLHAR-UMA-FAIXA UNTIL FIM-CEPUF.
       2855-PROCURAR-FAIXA-UF-EXIT.
           EXIT.

       2857-OLHAR-UMA-FAIXA.
           READ CEPUF NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CEPUF
               NOT AT END
                   IF CU-UF NOT = WS-CEP-UF-TESTE
                       MOVE "S" TO WS-FIM-CEPUF
                   ELSE
                       MOVE "S" TO WS-CEP-UF-ACHADA
                       IF WS-CEP-FORMATO-OK = "S"
                          AND WS-CEP-NUM NOT < CU-CEP-INI
                          AND WS-CEP-NUM NOT > CU-CEP-FIM
                           MOVE "S" TO WS-CEP-NA-FAIXA
                           MOVE "S" TO WS-FIM-CEPUF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2860-CONFERIR-ENDERECOS - modo CONFERIRCEP da linha de comando:
      *                           varre ENDAMIGO.DAT com a mesma
      *                           critica de UF e CEP do cadastro de
      *                           endereco e grava em ENDERECO-CEP.REL
      *                           os enderecos reprovados, agrupados
      *                           pelo tipo de falha, para a limpeza
      *                           antes da proxima mala direta.
      ******************************************************************
       2860-CONFERIR-ENDERECOS.
           MOVE "N" TO WS-REL-CONSOLE.
           MOVE ZERO TO WS-QTD-CEP-VERIF.
           MOVE ZERO TO WS-QTD-CEP-F-UF.
           MOVE ZERO TO WS-QTD-CEP-F-FMT.
           MOVE ZERO TO WS-QTD-CEP-F-FAIXA.
           OPEN INPUT CEPUF.
           IF WS-FS-CEPUF NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CEPUF.DAT - STATUS "
                       WS-FS-CEPUF
               DISPLAY "CARREGUE A TABELA PELO MODO CARGACEP ANTES DA "
                       "CONFERENCIA"
               MOVE 8 TO RETURN-CODE
               GO TO 2860-CONFERIR-ENDERECOS-EXIT
           END-IF.
           MOVE "S" TO WS-CEP-TEM-TABELA.
           OPEN INPUT ENDAMIGO.
           IF WS-FS-ENDAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR ENDAMIGO.DAT - STATUS "
                       WS-FS-ENDAMIGO
               CLOSE CEPUF
               MOVE 8 TO RETURN-CODE
               GO TO 2860-CONFERIR-ENDERECOS-EXIT
           END-IF.
           OPEN OUTPUT RELCEP.
           IF WS-FS-RELCEP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR ENDERECO-CEP.REL - "
                       "STATUS " WS-FS-RELCEP
               CLOSE CEPUF
               CLOSE ENDAMIGO
               MOVE 8 TO RETURN-CODE
               GO TO 2860-CONFERIR-ENDERECOS-EXIT
           END-IF.
           MOVE "ENDERECOS REPROVADOS NA CONFERENCIA CEP/UF"
               TO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           MOVE 9 TO WS-CEP-FALHA-ANT.
           MOVE ZERO TO WS-QTD-CEP-GRUPO.
           SORT CLASSIF ON ASCENDING KEY CLA-CE-FALHA CLA-CE-APELIDO
               INPUT PROCEDURE IS 2865-SELECIONAR-ENDERECOS
                   THRU 2865-SELECIONAR-ENDERECOS-EXIT
               OUTPUT PROCEDURE IS 2870-IMPRIMIR-REPROVADOS
                   THRU 2870-IMPRIMIR-REPROVADOS-EXIT.
           CLOSE CEPUF.
           CLOSE ENDAMIGO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ENDERECOS VERIFICADOS.....: " WS-QTD-CEP-VERIF
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "UF DESCONHECIDA...........: " WS-QTD-CEP-F-UF
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CEP MAL FORMADO...........: " WS-QTD-CEP-F-FMT
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CEP FORA DA FAIXA DA UF...: " WS-QTD-CEP-F-FAIXA
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.
           CLOSE RELCEP.
           DISPLAY "CONFERENCIA CONCLUIDA - RELATORIO EM "
                   "ENDERECO-CEP.REL".
           DISPLAY "ENDERECOS VERIFICADOS.....: " WS-QTD-CEP-VERIF.
           DISPLAY "UF DESCONHECIDA...........: " WS-QTD-CEP-F-UF.
           DISPLAY "CEP MAL FORMADO...........: " WS-QTD-CEP-F-FMT.
           DISPLAY "CEP FORA DA FAIXA DA UF...: " WS-QTD-CEP-F-FAIXA.
           IF WS-QTD-CEP-F-UF > ZERO OR WS-QTD-CEP-F-FMT > ZERO
              OR WS-QTD-CEP-F-FAIXA > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2860-CONFERIR-ENDERECOS-EXIT.
           EXIT.

       2865-SELECIONAR-ENDERECOS.
           MOVE "N" TO WS-EOF-ENDAMIGO.
           PERFORM 2867-CRITICAR-UM-ENDERECO UNTIL FIM-ENDAMIGO.
       2865-SELECIONAR-ENDERECOS-EXIT.
           EXIT.

       2867-CRITICAR-UM-ENDERECO.
           READ ENDAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ENDAMIGO
               NOT AT END
                   ADD 1 TO WS-QTD-CEP-VERIF
                   MOVE END-UF  TO WS-CEP-UF-TESTE
                   MOVE END-CEP TO WS-CEP-TESTE
                   PERFORM 2852-CRITICAR-CEP-UF
                      THRU 2852-CRITICAR-CEP-UF-EXIT
                   IF WS-CEP-FALHA NOT = ZERO
                       EVALUATE WS-CEP-FALHA
                           WHEN 1
                               ADD 1 TO WS-QTD-CEP-F-UF
                           WHEN 2
                               ADD 1 TO WS-QTD-CEP-F-FMT
                           WHEN 3
                               ADD 1 TO WS-QTD-CEP-F-FAIXA
                       END-EVALUATE
                       MOVE SPACES       TO REG-CLA-CEP
                       MOVE WS-CEP-FALHA TO CLA-CE-FALHA
                       MOVE END-APELIDO  TO CLA-CE-APELIDO
                       MOVE END-CIDADE   TO CLA-CE-CIDADE
                       MOVE END-UF       TO CLA-CE-UF
                       MOVE END-CEP      TO CLA-CE-CEP
                       RELEASE REG-CLA-CEP
                   END-IF
           END-READ.

       2870-IMPRIMIR-REPROVADOS.
           MOVE "N" TO WS-EOF-CLASSIF.
           PERFORM 2872-RETORNAR-REPROVADO UNTIL FIM-CLASSIF.
           IF WS-CEP-FALHA-ANT NOT = 9
               PERFORM 2876-FECHAR-GRUPO-FALHA
           ELSE
               MOVE "NENHUM ENDERECO REPROVADO" TO WS-REL-LINHA
               PERFORM 2880-GRAVAR-LINHA-CEP
           END-IF.
       2870-IMPRIMIR-REPROVADOS-EXIT.
           EXIT.

       2872-RETORNAR-REPROVADO.
           RETURN CLASSIF
               AT END
                   MOVE "S" TO WS-EOF-CLASSIF
               NOT AT END
                   PERFORM 2874-IMPRIMIR-REPROVADO
           END-RETURN.

       2874-IMPRIMIR-REPROVADO.
           IF CLA-CE-FALHA NOT = WS-CEP-FALHA-ANT
               IF WS-CEP-FALHA-ANT NOT = 9
                   PERFORM 2876-FECHAR-GRUPO-FALHA
               END-IF
               MOVE SPACES TO WS-REL-LINHA
               PERFORM 2880-GRAVAR-LINHA-CEP
               EVALUATE CLA-CE-FALHA
                   WHEN 1
                       MOVE "FALHA: UF DESCONHECIDA" TO WS-REL-LINHA
                   WHEN 2
                       MOVE "FALHA: CEP MAL FORMADO" TO WS-REL-LINHA
                   WHEN 3
                       MOVE "FALHA: CEP FORA DA FAIXA DA UF"
                           TO WS-REL-LINHA
               END-EVALUATE
               PERFORM 2880-GRAVAR-LINHA-CEP
               MOVE CLA-CE-FALHA TO WS-CEP-FALHA-ANT
               MOVE ZERO TO WS-QTD-CEP-GRUPO
           END-IF.
           ADD 1 TO WS-QTD-CEP-GRUPO.
           MOVE CLA-CE-APELIDO TO DET-CE-APELIDO.
           MOVE CLA-CE-CIDADE  TO DET-CE-CIDADE.
           MOVE CLA-CE-UF      TO DET-CE-UF.
           MOVE CLA-CE-CEP     TO DET-CE-CEP.
           MOVE WS-DET-CEP-REL TO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.

       2876-FECHAR-GRUPO-FALHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "    ENDERECOS NESTA FALHA: " WS-QTD-CEP-GRUPO
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2880-GRAVAR-LINHA-CEP.

      ******************************************************************
      * 2880-GRAVAR-LINHA-CEP - grava WS-REL-LINHA em ENDERECO-CEP.REL
      *                         com controle de pagina.
      ******************************************************************
       2880-GRAVAR-LINHA-CEP.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 2885-CABECALHO-CEP
           END-IF.
           WRITE REG-RELCEP FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       2885-CABECALHO-CEP.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELCEP FROM WS-CAB-RELATORIO.
           WRITE REG-RELCEP FROM WS-CAB-COLUNAS-CEP.
           WRITE REG-RELCEP FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 2900-LGPD-AMIGO - atendimento a pedidos de titular (LGPD) para
      *                   um APELIDO: marcar ou desmarcar "nao
      *                   contatar" (SITAMIGO.DAT), emitir o dossie de
      *                   tudo o que o sistema guarda sobre a pessoa e
      *                   anonimizar seus dados em todos os arquivos,
      *                   esta ultima restrita ao nivel "T".
      ******************************************************************
       2900-LGPD-AMIGO.
           DISPLAY "LGPD: 1-MARCAR NAO CONTATAR  2-DESMARCAR  "
                   "3-DOSSIE  4-ANONIMIZAR: " WITH NO ADVANCING.
           ACCEPT WS-LGPD-OPCAO.
           IF WS-LGPD-OPCAO < 1 OR WS-LGPD-OPCAO > 4
               DISPLAY "OPCAO INVALIDA"
               GO TO 2900-LGPD-AMIGO-EXIT
           END-IF.
           IF WS-LGPD-OPCAO = 4 AND WS-OPER-NIVEL NOT = "T"
               DISPLAY "SOMENTE OPERADOR DE NIVEL T ANONIMIZA DADOS"
               GO TO 2900-LGPD-AMIGO-EXIT
           END-IF.
           DISPLAY "APELIDO DO AMIGO: " WITH NO ADVANCING.
           ACCEPT WS-LGPD-APELIDO.
           IF WS-LGPD-APELIDO = SPACES
               DISPLAY "APELIDO NAO INFORMADO - NADA FEITO"
               GO TO 2900-LGPD-AMIGO-EXIT
           END-IF.
           EVALUATE WS-LGPD-OPCAO
               WHEN 1
                   MOVE "S" TO WS-LGPD-MARCA
                   PERFORM 2905-MARCAR-NAO-CONTATAR
                      THRU 2905-MARCAR-NAO-CONTATAR-EXIT
               WHEN 2
                   MOVE "N" TO WS-LGPD-MARCA
                   PERFORM 2905-MARCAR-NAO-CONTATAR
                      THRU 2905-MARCAR-NAO-CONTATAR-EXIT
               WHEN 3
                   PERFORM 2920-EMITIR-DOSSIE
                      THRU 2920-EMITIR-DOSSIE-EXIT
               WHEN 4
                   PERFORM 2950-ANONIMIZAR-AMIGO
                      THRU 2950-ANONIMIZAR-AMIGO-EXIT
           END-EVALUATE.
       2900-LGPD-AMIGO-EXIT.
           EXIT.

      ******************************************************************
      * 2905-MARCAR-NAO-CONTATAR - grava em SITAMIGO.DAT a marca "nao
      *                            contatar" (WS-LGPD-MARCA = "S") ou
      *                            a retira ("N") para um APELIDO
      *                            cadastrado, com data e operador da
      *                            mudanca, e registra em REGLOG.DAT.
      *                            SITAMIGO.DAT e criado na primeira
      *                            marcacao.
      ******************************************************************
       2905-MARCAR-NAO-CONTATAR.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               GO TO 2905-MARCAR-NAO-CONTATAR-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   DISPLAY "APELIDO NAO ENCONTRADO: " WS-LGPD-APELIDO
                   CLOSE REGAMIGO
                   GO TO 2905-MARCAR-NAO-CONTATAR-EXIT
           END-READ.
           CLOSE REGAMIGO.
           OPEN I-O SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               OPEN OUTPUT SITAMIGO
               CLOSE SITAMIGO
               OPEN I-O SITAMIGO
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               GO TO 2905-MARCAR-NAO-CONTATAR-EXIT
           END-IF.
           MOVE "N" TO WS-LGPD-NOVO.
           MOVE WS-LGPD-APELIDO TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   MOVE "S" TO WS-LGPD-NOVO
                   MOVE SPACES TO REG-SITUACAO
                   MOVE WS-LGPD-APELIDO TO SA-APELIDO
                   MOVE "N" TO SA-NAO-CONTATAR
                   MOVE ZERO TO SA-DT-MARCACAO
           END-READ.
           IF SA-NAO-CONTATAR = WS-LGPD-MARCA
               IF WS-LGPD-MARCA = "S"
                   DISPLAY "AMIGO JA ESTAVA MARCADO COMO NAO CONTATAR"
               ELSE
                   DISPLAY "AMIGO NAO ESTAVA MARCADO COMO NAO CONTATAR"
               END-IF
               CLOSE SITAMIGO
               GO TO 2905-MARCAR-NAO-CONTATAR-EXIT
           END-IF.
           MOVE WS-LGPD-MARCA TO SA-NAO-CONTATAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO SA-DT-MARCACAO.
           MOVE WS-OPER-ID      TO SA-OPERADOR.
           MOVE "N" TO WS-LGPD-FALHA.
           IF WS-LGPD-NOVO = "S"
               WRITE REG-SITUACAO
                   INVALID KEY
                       MOVE "S" TO WS-LGPD-FALHA
               END-WRITE
           ELSE
               REWRITE REG-SITUACAO
                   INVALID KEY
                       MOVE "S" TO WS-LGPD-FALHA
               END-REWRITE
           END-IF.
           CLOSE SITAMIGO.
           IF WS-LGPD-FALHA = "S"
               DISPLAY "FALHA AO GRAVAR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               GO TO 2905-MARCAR-NAO-CONTATAR-EXIT
           END-IF.
           IF WS-LGPD-MARCA = "S"
               MOVE "NAO-CONTAT" TO WS-LOG-OPERACAO
               DISPLAY "AMIGO MARCADO COMO NAO CONTATAR - FICA FORA "
                       "DO CSV, DAS ETIQUETAS E DOS ANIVERSARIANTES"
           ELSE
               MOVE "CONTATAVEL" TO WS-LOG-OPERACAO
               DISPLAY "MARCA DE NAO CONTATAR RETIRADA"
           END-IF.
           MOVE WS-LGPD-APELIDO TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
       2905-MARCAR-NAO-CONTATAR-EXIT.
           EXIT.

      ******************************************************************
      * 2910-TESTAR-SITUACAO - consulta em SITAMIGO.DAT (ja aberto
      *                        pelo 2915) o APELIDO em WS-SIT-TESTE e
      *                        devolve WS-SIT-NAO-CONTATAR = "S" quando
      *                        a pessoa pediu para nao ser contatada,
      *                        e em WS-SIT-EMAIL-DEVOLVIDO o endereco
      *                        marcado como devolvido (quem usa compara
      *                        com o EMAIL atual do amigo).
      *                        Sem o arquivo, ninguem esta marcado.
      ******************************************************************
       2910-TESTAR-SITUACAO.
           MOVE "N" TO WS-SIT-NAO-CONTATAR.
           MOVE SPACES TO WS-SIT-EMAIL-DEVOLVIDO.
           IF WS-SIT-ABERTO NOT = "S"
               GO TO 2910-TESTAR-SITUACAO-EXIT
           END-IF.
           MOVE WS-SIT-TESTE TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SA-NAO-CONTATAR = "S"
                       MOVE "S" TO WS-SIT-NAO-CONTATAR
                   END-IF
                   IF SA-EMAIL-DEVOLVIDO-SIM
                       MOVE SA-EMAIL-DEVOLVIDO
                           TO WS-SIT-EMAIL-DEVOLVIDO
                   END-IF
           END-READ.
       2910-TESTAR-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2915-ABRIR-SITUACAO - abre SITAMIGO.DAT para consulta pelas
      *                       saidas de contato (CSV, etiquetas,
      *                       aniversariantes). Arquivo inexistente
      *                       (status 35) significa ninguem marcado;
      *                       outra falha deixa WS-SIT-OK = "N" e o
      *                       chamador nao emite a saida, para nao
      *                       contatar quem pediu para ficar de fora.
      ******************************************************************
       2915-ABRIR-SITUACAO.
           MOVE "N" TO WS-SIT-ABERTO.
           MOVE "S" TO WS-SIT-OK.
           MOVE ZERO TO WS-QTD-SIT-OMITIDOS.
           MOVE ZERO TO WS-QTD-DEV-OMITIDOS.
           OPEN INPUT SITAMIGO.
           IF WS-FS-SITAMIGO = "00"
               MOVE "S" TO WS-SIT-ABERTO
           ELSE
               IF WS-FS-SITAMIGO NOT = "35"
                   DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - "
                           "STATUS " WS-FS-SITAMIGO
                   MOVE "N" TO WS-SIT-OK
               END-IF
           END-IF.

       2917-FECHAR-SITUACAO.
           IF WS-SIT-ABERTO = "S"
               CLOSE SITAMIGO
               MOVE "N" TO WS-SIT-ABERTO
           END-IF.

      ******************************************************************
      * 2920-EMITIR-DOSSIE - grava em AMIGO-DOSSIE.REL tudo o que o
      *                      sistema guarda sobre o APELIDO: cadastro,
      *                      situacao de contato, endereco, grupos,
      *                      contatos, presencas em eventos, copia de
      *                      seguranca, rejeicoes de
      *                      lote, REGLOG.DAT e AMIGO-JORNAL.DAT com
      *                      todas as suas geracoes mensais. Serve
      *                      tambem para quem ja foi excluido do
      *                      cadastro, cujo historico continua nos
      *                      arquivos de log e jornal. A emissao fica
      *                      registrada em REGLOG.DAT.
      ******************************************************************
       2920-EMITIR-DOSSIE.
           MOVE ZERO TO WS-QTD-DOS-TOTAL.
           MOVE ZERO TO WS-QTD-DOS-ARQ.
           OPEN OUTPUT RELDOS.
           IF WS-FS-RELDOS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-DOSSIE.REL - "
                       "STATUS " WS-FS-RELDOS
               GO TO 2920-EMITIR-DOSSIE-EXIT
           END-IF.
           MOVE SPACES TO WS-CAB-TITULO.
           STRING "DOSSIE LGPD - APELIDO " WS-LGPD-APELIDO
               DELIMITED BY SIZE INTO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           MOVE "IMAGENS: NOME, EMAIL, TELEFONE E NASCIMENTO "
               TO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           PERFORM 2921-DOSSIE-CADASTRO
              THRU 2921-DOSSIE-CADASTRO-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2922-DOSSIE-SITUACAO
              THRU 2922-DOSSIE-SITUACAO-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2923-DOSSIE-ENDERECO
              THRU 2923-DOSSIE-ENDERECO-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2924-DOSSIE-GRUPOS
              THRU 2924-DOSSIE-GRUPOS-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2926-DOSSIE-CONTATOS
              THRU 2926-DOSSIE-CONTATOS-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2985-DOSSIE-PRESENCAS
              THRU 2985-DOSSIE-PRESENCAS-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2987-DOSSIE-RELACOES
              THRU 2987-DOSSIE-RELACOES-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2928-DOSSIE-BACKUP
              THRU 2928-DOSSIE-BACKUP-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           PERFORM 2930-DOSSIE-REJEITOS
              THRU 2930-DOSSIE-REJEITOS-EXIT.
           PERFORM 2941-FECHAR-SECAO-DOS.
           MOVE "LOG DE OPERACOES (REGLOG.DAT E GERACOES)"
               TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           PERFORM 2990-PREPARAR-GERACOES.
           MOVE "REGLOG.DAT" TO WS-LOGGER-NOME.
           PERFORM 2932-DOSSIE-ARQUIVO-LOG
              THRU 2932-DOSSIE-ARQUIVO-LOG-EXIT.
           PERFORM 2934-DOSSIE-GERACAO-LOG
               UNTIL WS-LGPD-GER-NUM >= WS-LGPD-LIMITE.
           PERFORM 2941-FECHAR-SECAO-DOS.
           MOVE "JORNAL (AMIGO-JORNAL.DAT E GERACOES)"
               TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           PERFORM 2990-PREPARAR-GERACOES.
           MOVE "AMIGO-JORNAL.DAT" TO WS-JRNGER-NOME.
           PERFORM 2935-DOSSIE-ARQUIVO-JRN
              THRU 2935-DOSSIE-ARQUIVO-JRN-EXIT.
           PERFORM 2937-DOSSIE-GERACAO-JRN
               UNTIL WS-LGPD-GER-NUM >= WS-LGPD-LIMITE.
           PERFORM 2941-FECHAR-SECAO-DOS.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REGISTROS ENCONTRADOS.............: "
                  WS-QTD-DOS-TOTAL
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ARQUIVOS DE LOG E JORNAL LIDOS....: "
                  WS-QTD-DOS-ARQ
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           CLOSE RELDOS.
           MOVE "DOSSIE"        TO WS-LOG-OPERACAO.
           MOVE WS-LGPD-APELIDO TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
           DISPLAY "DOSSIE GRAVADO EM AMIGO-DOSSIE.REL".
           DISPLAY "REGISTROS ENCONTRADOS.....: " WS-QTD-DOS-TOTAL.
       2920-EMITIR-DOSSIE-EXIT.
           EXIT.

       2921-DOSSIE-CADASTRO.
           MOVE "CADASTRO (REGAMIGO.DAT)" TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               MOVE "REGAMIGO.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-REGAMIGO TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2921-DOSSIE-CADASTRO-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DOS-SECAO
                   MOVE REG-AMIGO TO WS-LGPD-IMG
                   MOVE "ATUAL:"  TO WS-LGPD-ROTULO
                   PERFORM 2938-DOSSIE-IMAGEM
           END-READ.
           CLOSE REGAMIGO.
       2921-DOSSIE-CADASTRO-EXIT.
           EXIT.

       2922-DOSSIE-SITUACAO.
           MOVE "SITUACAO DE CONTATO (SITAMIGO.DAT)" TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           OPEN INPUT SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               GO TO 2922-DOSSIE-SITUACAO-EXIT
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               MOVE "SITAMIGO.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-SITAMIGO TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2922-DOSSIE-SITUACAO-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DOS-SECAO
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "   NAO CONTATAR: " SA-NAO-CONTATAR
                          "   ALTERADO EM " SA-DT-MARCACAO
                          " POR " SA-OPERADOR
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   PERFORM 2945-GRAVAR-LINHA-DOS
                   IF SA-EMAIL-SITUACAO NOT = SPACE
                       MOVE SPACES TO WS-REL-LINHA
                       STRING "   E-MAIL " SA-EMAIL-DEVOLVIDO
                              " SITUACAO " SA-EMAIL-SITUACAO
                              " (D=DEVOLVIDO T=TEMPORARIAS: "
                              SA-DEV-QTD-TEMP ") EM " SA-DT-DEVOLUCAO
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.
           CLOSE SITAMIGO.
       2922-DOSSIE-SITUACAO-EXIT.
           EXIT.

       2923-DOSSIE-ENDERECO.
           MOVE "ENDERECO (ENDAMIGO.DAT)" TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           OPEN INPUT ENDAMIGO.
           IF WS-FS-ENDAMIGO = "35"
               GO TO 2923-DOSSIE-ENDERECO-EXIT
           END-IF.
           IF WS-FS-ENDAMIGO NOT = "00"
               MOVE "ENDAMIGO.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-ENDAMIGO TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2923-DOSSIE-ENDERECO-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO END-APELIDO.
           READ ENDAMIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DOS-SECAO
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "   " FUNCTION TRIM (END-RUA) ", "
                          FUNCTION TRIM (END-NUMERO) " - "
                          FUNCTION TRIM (END-CIDADE) " - "
                          END-UF " - CEP " END-CEP
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   PERFORM 2945-GRAVAR-LINHA-DOS
           END-READ.
           CLOSE ENDAMIGO.
       2923-DOSSIE-ENDERECO-EXIT.
           EXIT.

       2924-DOSSIE-GRUPOS.
           MOVE "GRUPOS (REGGRUPO.DAT)" TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           MOVE "N" TO WS-EOF-REGGRUPO.
           OPEN INPUT REGGRUPO.
           IF WS-FS-REGGRUPO = "35"
               GO TO 2924-DOSSIE-GRUPOS-EXIT
           END-IF.
           IF WS-FS-REGGRUPO NOT = "00"
               MOVE "REGGRUPO.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-REGGRUPO TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2924-DOSSIE-GRUPOS-EXIT
           END-IF.
           PERFORM 2925-DOSSIE-UM-GRUPO UNTIL FIM-REGGRUPO.
           CLOSE REGGRUPO.
       2924-DOSSIE-GRUPOS-EXIT.
           EXIT.

       2925-DOSSIE-UM-GRUPO.
           READ REGGRUPO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGGRUPO
               NOT AT END
                   IF GR-APELIDO = WS-LGPD-APELIDO
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES TO WS-REL-LINHA
                       STRING "   MEMBRO DO GRUPO " GRUPO-NOME
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.

       2926-DOSSIE-CONTATOS.
           MOVE "CONTATOS (CONTATO.DAT)" TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           MOVE "N" TO WS-FIM-CONTATO.
           OPEN INPUT CONTATO.
           IF WS-FS-CONTATO = "35"
               GO TO 2926-DOSSIE-CONTATOS-EXIT
           END-IF.
           IF WS-FS-CONTATO NOT = "00"
               MOVE "CONTATO.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-CONTATO TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2926-DOSSIE-CONTATOS-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO CT-APELIDO.
           MOVE ZERO            TO CT-DATA CT-HORA.
           START CONTATO KEY NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTATO
           END-START.
           PERFORM 2927-DOSSIE-UM-CONTATO UNTIL FIM-CONTATO.
           CLOSE CONTATO.
       2926-DOSSIE-CONTATOS-EXIT.
           EXIT.

       2927-DOSSIE-UM-CONTATO.
           READ CONTATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
               NOT AT END
                   IF CT-APELIDO NOT = WS-LGPD-APELIDO
                       MOVE "S" TO WS-FIM-CONTATO
                   ELSE
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES        TO WS-DET-DOS-MOV
                       MOVE "CONTATO.DAT" TO DET-DM-ARQUIVO
                       MOVE CT-DATA       TO DET-DM-DATA
                       MOVE CT-HORA       TO DET-DM-HORA
                       MOVE CT-TIPO       TO DET-DM-OPERACAO
                       MOVE CT-NOTA       TO DET-DM-COMPLEMENTO
                       MOVE WS-DET-DOS-MOV TO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.

       2928-DOSSIE-BACKUP.
           MOVE "COPIA DE SEGURANCA (AMIGO-BACKUP.DAT)"
               TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           MOVE "N" TO WS-EOF-AMIGOBKP.
           OPEN INPUT AMIGOBKP.
           IF WS-FS-AMIGOBKP = "35"
               GO TO 2928-DOSSIE-BACKUP-EXIT
           END-IF.
           IF WS-FS-AMIGOBKP NOT = "00"
               MOVE "AMIGO-BACKUP.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-AMIGOBKP     TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2928-DOSSIE-BACKUP-EXIT
           END-IF.
           PERFORM 2929-DOSSIE-UM-BACKUP UNTIL FIM-AMIGOBKP.
           CLOSE AMIGOBKP.
       2928-DOSSIE-BACKUP-EXIT.
           EXIT.

       2929-DOSSIE-UM-BACKUP.
           READ AMIGOBKP
               AT END
                   MOVE "S" TO WS-EOF-AMIGOBKP
               NOT AT END
                   IF BKP-APELIDO = WS-LGPD-APELIDO
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE REG-BACKUP TO WS-LGPD-IMG
                       MOVE "COPIA:"   TO WS-LGPD-ROTULO
                       PERFORM 2938-DOSSIE-IMAGEM
                   END-IF
           END-READ.

       2930-DOSSIE-REJEITOS.
           MOVE "REJEICOES DE LOTE (AMIGO-REJEITOS.DAT)"
               TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           MOVE "N" TO WS-EOF-AMIGOREJ.
           OPEN INPUT AMIGOREJ.
           IF WS-FS-AMIGOREJ = "35"
               GO TO 2930-DOSSIE-REJEITOS-EXIT
           END-IF.
           IF WS-FS-AMIGOREJ NOT = "00"
               MOVE "AMIGO-REJEITOS.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-AMIGOREJ       TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2930-DOSSIE-REJEITOS-EXIT
           END-IF.
           PERFORM 2931-DOSSIE-UM-REJEITO UNTIL FIM-AMIGOREJ.
           CLOSE AMIGOREJ.
       2930-DOSSIE-REJEITOS-EXIT.
           EXIT.

       2931-DOSSIE-UM-REJEITO.
           READ AMIGOREJ
               AT END
                   MOVE "S" TO WS-EOF-AMIGOREJ
               NOT AT END
                   IF REJ-APELIDO = WS-LGPD-APELIDO
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES TO WS-DET-DOS-MOV
                       MOVE "AMIGO-REJEITOS.DAT" TO DET-DM-ARQUIVO
                       MOVE REJ-OPERACAO TO DET-DM-OPERACAO
                       STRING FUNCTION TRIM (REJ-DETALHE) " - "
                              REJ-MOTIVO
                           DELIMITED BY SIZE INTO DET-DM-COMPLEMENTO
                       MOVE WS-DET-DOS-MOV TO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.

      ******************************************************************
      * 2932-DOSSIE-ARQUIVO-LOG - lista as entradas do APELIDO no
      *                           arquivo de log em WS-LOGGER-NOME
      *                           (REGLOG.DAT ou uma geracao mensal).
      *                           Geracao inexistente e pulada.
      ******************************************************************
       2932-DOSSIE-ARQUIVO-LOG.
           MOVE "N" TO WS-EOF-GERACAO.
           OPEN INPUT LOGGER.
           IF WS-FS-LOGGER = "35"
               GO TO 2932-DOSSIE-ARQUIVO-LOG-EXIT
           END-IF.
           IF WS-FS-LOGGER NOT = "00"
               MOVE WS-LOGGER-NOME TO WS-LGPD-ARQUIVO
               MOVE WS-FS-LOGGER   TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2932-DOSSIE-ARQUIVO-LOG-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DOS-ARQ.
           PERFORM 2933-DOSSIE-UM-LOG UNTIL FIM-GERACAO.
           CLOSE LOGGER.
       2932-DOSSIE-ARQUIVO-LOG-EXIT.
           EXIT.

       2933-DOSSIE-UM-LOG.
           READ LOGGER
               AT END
                   MOVE "S" TO WS-EOF-GERACAO
               NOT AT END
                   MOVE REG-LOGGER TO WS-LGPD-LOG
                   IF WS-LL-APELIDO = WS-LGPD-APELIDO
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES         TO WS-DET-DOS-MOV
                       MOVE WS-LOGGER-NOME TO DET-DM-ARQUIVO
                       MOVE WS-LL-DATA     TO DET-DM-DATA
                       MOVE WS-LL-HORA     TO DET-DM-HORA
                       MOVE WS-LL-OPERACAO TO DET-DM-OPERACAO
                       STRING "OPERADOR " WS-LL-OPERADOR
                           DELIMITED BY SIZE INTO DET-DM-COMPLEMENTO
                       MOVE WS-DET-DOS-MOV TO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.

       2934-DOSSIE-GERACAO-LOG.
           MOVE WS-LGPD-GER-NUM TO WS-GER-MES-X.
           MOVE SPACES TO WS-LOGGER-NOME.
           STRING "REGLOG-" WS-GER-MES-X ".DAT"
               DELIMITED BY SIZE INTO WS-LOGGER-NOME.
           PERFORM 2932-DOSSIE-ARQUIVO-LOG
              THRU 2932-DOSSIE-ARQUIVO-LOG-EXIT.
           PERFORM 2991-AVANCAR-GERACAO.

      ******************************************************************
      * 2935-DOSSIE-ARQUIVO-JRN - lista as entradas do jornal em
      *                           WS-JRNGER-NOME (AMIGO-JORNAL.DAT ou
      *                           uma geracao mensal) cuja imagem
      *                           anterior ou posterior e do APELIDO,
      *                           com as duas imagens por extenso.
      ******************************************************************
       2935-DOSSIE-ARQUIVO-JRN.
           MOVE "N" TO WS-EOF-GERACAO.
           OPEN INPUT JRNGER.
           IF WS-FS-JRNGER = "35"
               GO TO 2935-DOSSIE-ARQUIVO-JRN-EXIT
           END-IF.
           IF WS-FS-JRNGER NOT = "00"
               MOVE WS-JRNGER-NOME TO WS-LGPD-ARQUIVO
               MOVE WS-FS-JRNGER   TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2935-DOSSIE-ARQUIVO-JRN-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DOS-ARQ.
           PERFORM 2936-DOSSIE-UM-JRN UNTIL FIM-GERACAO.
           CLOSE JRNGER.
       2935-DOSSIE-ARQUIVO-JRN-EXIT.
           EXIT.

       2936-DOSSIE-UM-JRN.
           READ JRNGER
               AT END
                   MOVE "S" TO WS-EOF-GERACAO
               NOT AT END
                   MOVE REG-JRNGER TO WS-LGPD-JRN
                   IF WS-LJ-A-APELIDO = WS-LGPD-APELIDO
                     OR WS-LJ-D-APELIDO = WS-LGPD-APELIDO
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES         TO WS-DET-DOS-MOV
                       MOVE WS-JRNGER-NOME TO DET-DM-ARQUIVO
                       MOVE WS-LJ-DATA     TO DET-DM-DATA
                       MOVE WS-LJ-HORA     TO DET-DM-HORA
                       MOVE WS-LJ-OPERACAO TO DET-DM-OPERACAO
                       MOVE WS-DET-DOS-MOV TO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                       IF WS-LJ-ANTES NOT = SPACES
                           MOVE WS-LJ-ANTES TO WS-LGPD-IMG
                           MOVE "ANTES:"    TO WS-LGPD-ROTULO
                           PERFORM 2938-DOSSIE-IMAGEM
                       END-IF
                       IF WS-LJ-DEPOIS NOT = SPACES
                           MOVE WS-LJ-DEPOIS TO WS-LGPD-IMG
                           MOVE "DEPOIS:"    TO WS-LGPD-ROTULO
                           PERFORM 2938-DOSSIE-IMAGEM
                       END-IF
                   END-IF
           END-READ.

       2937-DOSSIE-GERACAO-JRN.
           MOVE WS-LGPD-GER-NUM TO WS-GER-MES-X.
           MOVE SPACES TO WS-JRNGER-NOME.
           STRING "AMIGO-JORNAL-" WS-GER-MES-X ".DAT"
               DELIMITED BY SIZE INTO WS-JRNGER-NOME.
           PERFORM 2935-DOSSIE-ARQUIVO-JRN
              THRU 2935-DOSSIE-ARQUIVO-JRN-EXIT.
           PERFORM 2991-AVANCAR-GERACAO.

       2938-DOSSIE-IMAGEM.
           MOVE SPACES          TO WS-DET-DOS-IMG.
           MOVE WS-LGPD-ROTULO  TO DET-DI-ROTULO.
           MOVE WS-LI-NOME      TO DET-DI-NOME.
           MOVE WS-LI-EMAIL     TO DET-DI-EMAIL.
           MOVE WS-LI-TELEFONE  TO DET-DI-TELEFONE.
           MOVE WS-LI-NASC      TO DET-DI-NASC.
           MOVE WS-DET-DOS-IMG  TO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.

      ******************************************************************
      * 2940/2941 - abertura e fechamento de secao do dossie: titulo
      *             em WS-LGPD-SECAO, contador da secao zerado na
      *             abertura e "NADA CONSTA" no fechamento quando a
      *             secao nao teve registro do APELIDO.
      ******************************************************************
       2940-ABRIR-SECAO-DOS.
           MOVE ZERO TO WS-QTD-DOS-SECAO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           MOVE WS-LGPD-SECAO TO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.

       2941-FECHAR-SECAO-DOS.
           IF WS-QTD-DOS-SECAO = ZERO
               MOVE "   NADA CONSTA" TO WS-REL-LINHA
               PERFORM 2945-GRAVAR-LINHA-DOS
           END-IF.
           ADD WS-QTD-DOS-SECAO TO WS-QTD-DOS-TOTAL.

       2942-ANOTAR-FALHA-DOS.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "   NAO FOI POSSIVEL LER "
                  FUNCTION TRIM (WS-LGPD-ARQUIVO)
                  " - STATUS " WS-LGPD-STATUS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 2945-GRAVAR-LINHA-DOS.
           DISPLAY "NAO FOI POSSIVEL LER "
                   FUNCTION TRIM (WS-LGPD-ARQUIVO)
                   " - STATUS " WS-LGPD-STATUS.

      ******************************************************************
      * 2945-GRAVAR-LINHA-DOS - grava WS-REL-LINHA em AMIGO-DOSSIE.REL
      *                         com controle de pagina.
      ******************************************************************
       2945-GRAVAR-LINHA-DOS.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 2946-CABECALHO-DOS
           END-IF.
           WRITE REG-RELDOS FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       2946-CABECALHO-DOS.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELDOS FROM WS-CAB-RELATORIO.
           WRITE REG-RELDOS FROM WS-TRACO-REL.
           MOVE 2 TO WS-REL-LINHAS.

      ******************************************************************
      * 2950-ANONIMIZAR-AMIGO - anonimizacao de um titular, so para o
      *                         nivel "T": o APELIDO e trocado por um
      *                         marcador ANON + hora em todos os
      *                         arquivos (cadastro, situacao, endereco,
      *                         grupos, contatos, jornal e geracoes,
      *                         log e geracoes, copia de seguranca e
      *                         rejeicoes de lote), e nome, email,
      *                         telefone e nascimento sao apagados das
      *                         imagens. O marcador fica como "nao
      *                         contatar". Funciona tambem para quem ja
      *                         foi excluido e so tem historico. O
      *                         jornal recebe uma EXCLUSAO do APELIDO
      *                         antigo, sem dados pessoais, para o
      *                         EXTRAIR avisar os sistemas de destino,
      *                         e a anonimizacao fica em REGLOG.DAT so
      *                         com o marcador.
      ******************************************************************
       2950-ANONIMIZAR-AMIGO.
           IF WS-OPER-NIVEL NOT = "T"
               DISPLAY "SOMENTE OPERADOR DE NIVEL T ANONIMIZA DADOS"
               GO TO 2950-ANONIMIZAR-AMIGO-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO WS-BUSCA-APELIDO.
           PERFORM 940-TRAVAR-REGISTRO THRU 940-TRAVAR-REGISTRO-EXIT.
           IF WS-TRAVA-OK NOT = "S"
               GO TO 2950-ANONIMIZAR-AMIGO-EXIT
           END-IF.
           OPEN I-O REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               PERFORM 945-DESTRAVAR-REGISTRO
                  THRU 945-DESTRAVAR-REGISTRO-EXIT
               GO TO 2950-ANONIMIZAR-AMIGO-EXIT
           END-IF.
           MOVE "N" TO WS-LGPD-CADASTRO.
           MOVE WS-LGPD-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   DISPLAY "APELIDO FORA DO CADASTRO - SERAO "
                           "ANONIMIZADOS SO OS HISTORICOS"
               NOT INVALID KEY
                   MOVE "S" TO WS-LGPD-CADASTRO
                   DISPLAY "NOME......: " NOME
                   DISPLAY "EMAIL.....: " EMAIL
           END-READ.
           ACCEPT WS-LGPD-ANON-HORA FROM TIME.
           MOVE WS-LGPD-ANON-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MARCADOR " WS-LGPD-ANON-APELIDO
                           " JA EXISTE - TENTE DE NOVO"
                   CLOSE REGAMIGO
                   PERFORM 945-DESTRAVAR-REGISTRO
                      THRU 945-DESTRAVAR-REGISTRO-EXIT
                   GO TO 2950-ANONIMIZAR-AMIGO-EXIT
           END-READ.
           MOVE WS-LGPD-ANON-APELIDO TO WS-LA-APELIDO.
           DISPLAY "O APELIDO " WS-LGPD-APELIDO " SERA TROCADO POR "
                   WS-LGPD-ANON-APELIDO " E SEUS DADOS PESSOAIS "
                   "APAGADOS EM TODOS OS ARQUIVOS".
           DISPLAY "A OPERACAO NAO TEM VOLTA. CONFIRMA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ANONIMIZACAO CANCELADA"
               CLOSE REGAMIGO
               PERFORM 945-DESTRAVAR-REGISTRO
                  THRU 945-DESTRAVAR-REGISTRO-EXIT
               GO TO 2950-ANONIMIZAR-AMIGO-EXIT
           END-IF.
           MOVE "N"  TO WS-LGPD-FALHA.
           MOVE ZERO TO WS-QTD-ANON-JRN WS-QTD-ANON-LOG
                        WS-QTD-ANON-BKP WS-QTD-ANON-REJ
                        WS-QTD-ANON-GRP WS-QTD-ANON-CONT
                        WS-QTD-ANON-PRES WS-QTD-ANON-REL.
           IF WS-LGPD-CADASTRO = "S"
               PERFORM 2952-ANON-CADASTRO
           END-IF.
           CLOSE REGAMIGO.
           PERFORM 2953-ANON-SITUACAO THRU 2953-ANON-SITUACAO-EXIT.
           PERFORM 2954-ANON-ENDERECO THRU 2954-ANON-ENDERECO-EXIT.
           PERFORM 2955-ANON-GRUPOS THRU 2955-ANON-GRUPOS-EXIT.
           PERFORM 2957-ANON-CONTATOS THRU 2957-ANON-CONTATOS-EXIT.
           PERFORM 2980-ANON-PRESENCAS THRU 2980-ANON-PRESENCAS-EXIT.
           PERFORM 2982-ANON-RELACOES THRU 2982-ANON-RELACOES-EXIT.
           PERFORM 2970-ANON-BACKUP THRU 2970-ANON-BACKUP-EXIT.
           PERFORM 2975-ANON-REJEITOS THRU 2975-ANON-REJEITOS-EXIT.
           PERFORM 2990-PREPARAR-GERACOES.
           MOVE "AMIGO-JORNAL.DAT" TO WS-JRNGER-NOME.
           PERFORM 2960-ANON-ARQUIVO-JRN
              THRU 2960-ANON-ARQUIVO-JRN-EXIT.
           PERFORM 2963-ANON-GERACAO-JRN
               UNTIL WS-LGPD-GER-NUM >= WS-LGPD-LIMITE.
           PERFORM 2990-PREPARAR-GERACOES.
           MOVE "REGLOG.DAT" TO WS-LOGGER-NOME.
           PERFORM 2965-ANON-ARQUIVO-LOG
              THRU 2965-ANON-ARQUIVO-LOG-EXIT.
           PERFORM 2968-ANON-GERACAO-LOG
               UNTIL WS-LGPD-GER-NUM >= WS-LGPD-LIMITE.
           IF WS-LGPD-CADASTRO = "S"
               MOVE WS-LGPD-IMG-ANON TO WS-IMG-ANTES
               MOVE WS-LGPD-APELIDO  TO WS-IMG-ANTES (1:12)
               MOVE SPACES           TO WS-IMG-DEPOIS
               MOVE "EXCLUSAO"       TO WS-JRN-OPERACAO
               PERFORM 970-GRAVAR-JORNAL THRU 970-GRAVAR-JORNAL-EXIT
           END-IF.
           MOVE "ANONIMIZAC"         TO WS-LOG-OPERACAO.
           MOVE WS-LGPD-ANON-APELIDO TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
           PERFORM 945-DESTRAVAR-REGISTRO
              THRU 945-DESTRAVAR-REGISTRO-EXIT.
           IF WS-LGPD-FALHA = "S"
               DISPLAY "ANONIMIZACAO INCOMPLETA - VEJA AS MENSAGENS "
                       "ACIMA E REPITA PARA O APELIDO "
                       WS-LGPD-APELIDO
           ELSE
               DISPLAY "ANONIMIZACAO CONCLUIDA - MARCADOR "
                       WS-LGPD-ANON-APELIDO
           END-IF.
           DISPLAY "VINCULOS DE GRUPO..........: " WS-QTD-ANON-GRP.
           DISPLAY "CONTATOS...................: " WS-QTD-ANON-CONT.
           DISPLAY "PRESENCAS EM EVENTOS.......: " WS-QTD-ANON-PRES.
           DISPLAY "RELACOES REMOVIDAS.........: " WS-QTD-ANON-REL.
           DISPLAY "ENTRADAS DE JORNAL.........: " WS-QTD-ANON-JRN.
           DISPLAY "ENTRADAS DE LOG............: " WS-QTD-ANON-LOG.
           DISPLAY "REGISTROS DA COPIA.........: " WS-QTD-ANON-BKP.
           DISPLAY "REJEICOES DE LOTE..........: " WS-QTD-ANON-REJ.
       2950-ANONIMIZAR-AMIGO-EXIT.
           EXIT.

      ******************************************************************
      * 2952-ANON-CADASTRO - com REGAMIGO.DAT aberto em I-O, exclui o
      *                      registro do APELIDO e grava em seu lugar o
      *                      registro anonimo do marcador.
      ******************************************************************
       2952-ANON-CADASTRO.
           MOVE WS-LGPD-APELIDO TO APELIDO.
           DELETE REGAMIGO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR O CADASTRO DE "
                           WS-LGPD-APELIDO
                   MOVE "S" TO WS-LGPD-FALHA
               NOT INVALID KEY
                   MOVE WS-LGPD-IMG-ANON TO REG-AMIGO
                   WRITE REG-AMIGO
                       INVALID KEY
                           DISPLAY "NAO FOI POSSIVEL GRAVAR O "
                                   "REGISTRO ANONIMO"
                           MOVE "S" TO WS-LGPD-FALHA
                   END-WRITE
           END-DELETE.

      ******************************************************************
      * 2953-ANON-SITUACAO - o marcador herda a situacao do APELIDO e
      *                      fica sempre como "nao contatar". A
      *                      devolucao de e-mail e descartada, pois
      *                      guarda o endereco da pessoa.
      ******************************************************************
       2953-ANON-SITUACAO.
           OPEN I-O SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               OPEN OUTPUT SITAMIGO
               CLOSE SITAMIGO
               OPEN I-O SITAMIGO
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2953-ANON-SITUACAO-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   MOVE SPACES TO REG-SITUACAO
               NOT INVALID KEY
                   DELETE SITAMIGO
           END-READ.
           MOVE WS-LGPD-ANON-APELIDO TO SA-APELIDO.
           MOVE "S" TO SA-NAO-CONTATAR.
           MOVE SPACES TO SA-EMAIL-DEVOLUCAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO SA-DT-MARCACAO.
           MOVE WS-OPER-ID      TO SA-OPERADOR.
           WRITE REG-SITUACAO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL MARCAR O MARCADOR COMO "
                           "NAO CONTATAR"
                   MOVE "S" TO WS-LGPD-FALHA
           END-WRITE.
           CLOSE SITAMIGO.
       2953-ANON-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2954-ANON-ENDERECO - o endereco passa para o marcador so com a
      *                      UF, que nao identifica a pessoa.
      ******************************************************************
       2954-ANON-ENDERECO.
           OPEN I-O ENDAMIGO.
           IF WS-FS-ENDAMIGO = "35"
               GO TO 2954-ANON-ENDERECO-EXIT
           END-IF.
           IF WS-FS-ENDAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR ENDAMIGO.DAT - STATUS "
                       WS-FS-ENDAMIGO
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2954-ANON-ENDERECO-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO END-APELIDO.
           READ ENDAMIGO
               INVALID KEY
                   CLOSE ENDAMIGO
                   GO TO 2954-ANON-ENDERECO-EXIT
           END-READ.
           MOVE END-UF TO WS-NOVO-UF.
           DELETE ENDAMIGO.
           MOVE SPACES               TO REG-ENDERECO.
           MOVE WS-LGPD-ANON-APELIDO TO END-APELIDO.
           MOVE "ANONIMIZADO"        TO END-RUA.
           MOVE WS-NOVO-UF           TO END-UF.
           WRITE REG-ENDERECO
               INVALID KEY
                   DISPLAY "FALHA AO ANONIMIZAR O ENDERECO"
                   MOVE "S" TO WS-LGPD-FALHA
           END-WRITE.
           CLOSE ENDAMIGO.
       2954-ANON-ENDERECO-EXIT.
           EXIT.

       2955-ANON-GRUPOS.
           MOVE "N" TO WS-EOF-REGGRUPO.
           OPEN I-O REGGRUPO.
           IF WS-FS-REGGRUPO = "35"
               GO TO 2955-ANON-GRUPOS-EXIT
           END-IF.
           IF WS-FS-REGGRUPO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGGRUPO.DAT - STATUS "
                       WS-FS-REGGRUPO
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2955-ANON-GRUPOS-EXIT
           END-IF.
           PERFORM 2956-ANON-UM-GRUPO UNTIL FIM-REGGRUPO.
           CLOSE REGGRUPO.
       2955-ANON-GRUPOS-EXIT.
           EXIT.

       2956-ANON-UM-GRUPO.
           READ REGGRUPO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGGRUPO
               NOT AT END
                   IF GR-APELIDO = WS-LGPD-APELIDO
                       MOVE GRUPO-NOME TO WS-GRUPO-TESTE
                       DELETE REGGRUPO
                       MOVE WS-GRUPO-TESTE       TO GRUPO-NOME
                       MOVE WS-LGPD-ANON-APELIDO TO GR-APELIDO
                       WRITE REG-GRUPO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ANON-GRP
                       END-WRITE
                   END-IF
           END-READ.

      ******************************************************************
      * 2957-ANON-CONTATOS - os contatos passam para o marcador com
      *                      data, hora e tipo preservados (contam nas
      *                      estatisticas) e a nota apagada.
      ******************************************************************
       2957-ANON-CONTATOS.
           MOVE "N" TO WS-FIM-CONTATO.
           OPEN I-O CONTATO.
           IF WS-FS-CONTATO = "35"
               GO TO 2957-ANON-CONTATOS-EXIT
           END-IF.
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2957-ANON-CONTATOS-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO CT-APELIDO.
           MOVE ZERO            TO CT-DATA CT-HORA.
           START CONTATO KEY NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTATO
           END-START.
           PERFORM 2958-ANON-UM-CONTATO UNTIL FIM-CONTATO.
           CLOSE CONTATO.
       2957-ANON-CONTATOS-EXIT.
           EXIT.

       2958-ANON-UM-CONTATO.
           READ CONTATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
               NOT AT END
                   IF CT-APELIDO NOT = WS-LGPD-APELIDO
                       MOVE "S" TO WS-FIM-CONTATO
                   ELSE
                       DELETE CONTATO
                       MOVE WS-LGPD-ANON-APELIDO TO CT-APELIDO
                       MOVE "ANONIMIZADO"        TO CT-NOTA
                       WRITE REG-CONTATO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ANON-CONT
                       END-WRITE
                   END-IF
           END-READ.

      ******************************************************************
      * 2960-ANON-ARQUIVO-JRN - passa o jornal em WS-JRNGER-NOME
      *                         (AMIGO-JORNAL.DAT ou uma geracao) por
      *                         AMIGO-JORNAL.TMP trocando as imagens do
      *                         APELIDO pela imagem anonima, e so
      *                         regrava o arquivo quando algo mudou.
      *                         Geracao inexistente e pulada.
      ******************************************************************
       2960-ANON-ARQUIVO-JRN.
           MOVE ZERO TO WS-QTD-ANON-ARQ.
           MOVE "N" TO WS-EOF-GERACAO.
           OPEN INPUT JRNGER.
           IF WS-FS-JRNGER = "35"
               GO TO 2960-ANON-ARQUIVO-JRN-EXIT
           END-IF.
           IF WS-FS-JRNGER NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-JRNGER-NOME)
                       " - STATUS " WS-FS-JRNGER
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2960-ANON-ARQUIVO-JRN-EXIT
           END-IF.
           OPEN OUTPUT JRNTMP.
           IF WS-FS-JRNTMP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-JORNAL.TMP - "
                       "STATUS " WS-FS-JRNTMP
               CLOSE JRNGER
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2960-ANON-ARQUIVO-JRN-EXIT
           END-IF.
           PERFORM 2961-ANON-COPIAR-JRN UNTIL FIM-GERACAO.
           CLOSE JRNGER.
           CLOSE JRNTMP.
           IF WS-QTD-ANON-ARQ = ZERO
               GO TO 2960-ANON-ARQUIVO-JRN-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-JRNTMP.
           OPEN INPUT JRNTMP.
           IF WS-FS-JRNTMP NOT = "00"
               DISPLAY "FALHA NA RELEITURA DE AMIGO-JORNAL.TMP - "
                       FUNCTION TRIM (WS-JRNGER-NOME)
                       " NAO FOI TOCADO"
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2960-ANON-ARQUIVO-JRN-EXIT
           END-IF.
           OPEN OUTPUT JRNGER.
           IF WS-FS-JRNGER NOT = "00"
               DISPLAY "FALHA NA REGRAVACAO DE "
                       FUNCTION TRIM (WS-JRNGER-NOME)
                       " - CONTEUDO EM AMIGO-JORNAL.TMP"
               CLOSE JRNTMP
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2960-ANON-ARQUIVO-JRN-EXIT
           END-IF.
           PERFORM 2962-ANON-DEVOLVER-JRN UNTIL FIM-JRNTMP.
           CLOSE JRNTMP.
           CLOSE JRNGER.
           ADD WS-QTD-ANON-ARQ TO WS-QTD-ANON-JRN.
           DISPLAY "ANONIMIZADO " FUNCTION TRIM (WS-JRNGER-NOME)
                   ": " WS-QTD-ANON-ARQ " ENTRADA(S)".
       2960-ANON-ARQUIVO-JRN-EXIT.
           EXIT.

       2961-ANON-COPIAR-JRN.
           READ JRNGER
               AT END
                   MOVE "S" TO WS-EOF-GERACAO
               NOT AT END
                   MOVE REG-JRNGER TO WS-LGPD-JRN
                   IF WS-LJ-A-APELIDO = WS-LGPD-APELIDO
                       MOVE WS-LGPD-IMG-ANON TO WS-LJ-ANTES
                   END-IF
                   IF WS-LJ-D-APELIDO = WS-LGPD-APELIDO
                       MOVE WS-LGPD-IMG-ANON TO WS-LJ-DEPOIS
                   END-IF
                   IF WS-LGPD-JRN NOT = REG-JRNGER
                       ADD 1 TO WS-QTD-ANON-ARQ
                   END-IF
                   WRITE REG-JRNTMP FROM WS-LGPD-JRN
           END-READ.

       2962-ANON-DEVOLVER-JRN.
           READ JRNTMP
               AT END
                   MOVE "S" TO WS-EOF-JRNTMP
               NOT AT END
                   WRITE REG-JRNGER FROM REG-JRNTMP
           END-READ.

       2963-ANON-GERACAO-JRN.
           MOVE WS-LGPD-GER-NUM TO WS-GER-MES-X.
           MOVE SPACES TO WS-JRNGER-NOME.
           STRING "AMIGO-JORNAL-" WS-GER-MES-X ".DAT"
               DELIMITED BY SIZE INTO WS-JRNGER-NOME.
           PERFORM 2960-ANON-ARQUIVO-JRN
              THRU 2960-ANON-ARQUIVO-JRN-EXIT.
           PERFORM 2991-AVANCAR-GERACAO.

      ******************************************************************
      * 2965-ANON-ARQUIVO-LOG - mesmo tratamento do 2960 para o log em
      *                         WS-LOGGER-NOME (REGLOG.DAT ou uma
      *                         geracao), via REGLOG.TMP: as entradas
      *                         do APELIDO passam para o marcador.
      ******************************************************************
       2965-ANON-ARQUIVO-LOG.
           MOVE ZERO TO WS-QTD-ANON-ARQ.
           MOVE "N" TO WS-EOF-GERACAO.
           OPEN INPUT LOGGER.
           IF WS-FS-LOGGER = "35"
               GO TO 2965-ANON-ARQUIVO-LOG-EXIT
           END-IF.
           IF WS-FS-LOGGER NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-LOGGER-NOME)
                       " - STATUS " WS-FS-LOGGER
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2965-ANON-ARQUIVO-LOG-EXIT
           END-IF.
           OPEN OUTPUT LOGTMP.
           IF WS-FS-LOGTMP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGLOG.TMP - STATUS "
                       WS-FS-LOGTMP
               CLOSE LOGGER
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2965-ANON-ARQUIVO-LOG-EXIT
           END-IF.
           PERFORM 2966-ANON-COPIAR-LOG UNTIL FIM-GERACAO.
           CLOSE LOGGER.
           CLOSE LOGTMP.
           IF WS-QTD-ANON-ARQ = ZERO
               GO TO 2965-ANON-ARQUIVO-LOG-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-LOGTMP.
           OPEN INPUT LOGTMP.
           IF WS-FS-LOGTMP NOT = "00"
               DISPLAY "FALHA NA RELEITURA DE REGLOG.TMP - "
                       FUNCTION TRIM (WS-LOGGER-NOME)
                       " NAO FOI TOCADO"
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2965-ANON-ARQUIVO-LOG-EXIT
           END-IF.
           OPEN OUTPUT LOGGER.
           IF WS-FS-LOGGER NOT = "00"
               DISPLAY "FALHA NA REGRAVACAO DE "
                       FUNCTION TRIM (WS-LOGGER-NOME)
                       " - CONTEUDO EM REGLOG.TMP"
               CLOSE LOGTMP
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2965-ANON-ARQUIVO-LOG-EXIT
           END-IF.
           PERFORM 2967-ANON-DEVOLVER-LOG UNTIL FIM-LOGTMP.
           CLOSE LOGTMP.
           CLOSE LOGGER.
           ADD WS-QTD-ANON-ARQ TO WS-QTD-ANON-LOG.
           DISPLAY "ANONIMIZADO " FUNCTION TRIM (WS-LOGGER-NOME)
                   ": " WS-QTD-ANON-ARQ " ENTRADA(S)".
       2965-ANON-ARQUIVO-LOG-EXIT.
           EXIT.

       2966-ANON-COPIAR-LOG.
           READ LOGGER
               AT END
                   MOVE "S" TO WS-EOF-GERACAO
               NOT AT END
                   MOVE REG-LOGGER TO WS-LGPD-LOG
                   IF WS-LL-APELIDO = WS-LGPD-APELIDO
                       MOVE WS-LGPD-ANON-APELIDO TO WS-LL-APELIDO
                       ADD 1 TO WS-QTD-ANON-ARQ
                   END-IF
                   WRITE REG-LOGTMP FROM WS-LGPD-LOG
           END-READ.

       2967-ANON-DEVOLVER-LOG.
           READ LOGTMP
               AT END
                   MOVE "S" TO WS-EOF-LOGTMP
               NOT AT END
                   WRITE REG-LOGGER FROM REG-LOGTMP
           END-READ.

       2968-ANON-GERACAO-LOG.
           MOVE WS-LGPD-GER-NUM TO WS-GER-MES-X.
           MOVE SPACES TO WS-LOGGER-NOME.
           STRING "REGLOG-" WS-GER-MES-X ".DAT"
               DELIMITED BY SIZE INTO WS-LOGGER-NOME.
           PERFORM 2965-ANON-ARQUIVO-LOG
              THRU 2965-ANON-ARQUIVO-LOG-EXIT.
           PERFORM 2991-AVANCAR-GERACAO.

      ******************************************************************
      * 2970-ANON-BACKUP - regrava AMIGO-BACKUP.DAT via
      *                    AMIGO-BACKUP.TMP com o registro do APELIDO
      *                    trocado pela imagem anonima, para que um
      *                    RESTAURAR nao traga os dados de volta.
      ******************************************************************
       2970-ANON-BACKUP.
           MOVE ZERO TO WS-QTD-ANON-ARQ.
           MOVE "N" TO WS-EOF-AMIGOBKP.
           OPEN INPUT AMIGOBKP.
           IF WS-FS-AMIGOBKP = "35"
               GO TO 2970-ANON-BACKUP-EXIT
           END-IF.
           IF WS-FS-AMIGOBKP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-BACKUP.DAT - "
                       "STATUS " WS-FS-AMIGOBKP
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2970-ANON-BACKUP-EXIT
           END-IF.
           OPEN OUTPUT BKPTMP.
           IF WS-FS-BKPTMP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-BACKUP.TMP - "
                       "STATUS " WS-FS-BKPTMP
               CLOSE AMIGOBKP
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2970-ANON-BACKUP-EXIT
           END-IF.
           PERFORM 2971-ANON-COPIAR-BKP UNTIL FIM-AMIGOBKP.
           CLOSE AMIGOBKP.
           CLOSE BKPTMP.
           IF WS-QTD-ANON-ARQ = ZERO
               GO TO 2970-ANON-BACKUP-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-BKPTMP.
           OPEN INPUT BKPTMP.
           IF WS-FS-BKPTMP NOT = "00"
               DISPLAY "FALHA NA RELEITURA DE AMIGO-BACKUP.TMP - "
                       "AMIGO-BACKUP.DAT NAO FOI TOCADO"
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2970-ANON-BACKUP-EXIT
           END-IF.
           OPEN OUTPUT AMIGOBKP.
           IF WS-FS-AMIGOBKP NOT = "00"
               DISPLAY "FALHA NA REGRAVACAO DE AMIGO-BACKUP.DAT - "
                       "CONTEUDO EM AMIGO-BACKUP.TMP"
               CLOSE BKPTMP
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2970-ANON-BACKUP-EXIT
           END-IF.
           PERFORM 2972-ANON-DEVOLVER-BKP UNTIL FIM-BKPTMP.
           CLOSE BKPTMP.
           CLOSE AMIGOBKP.
           MOVE WS-QTD-ANON-ARQ TO WS-QTD-ANON-BKP.
       2970-ANON-BACKUP-EXIT.
           EXIT.

       2971-ANON-COPIAR-BKP.
           READ AMIGOBKP
               AT END
                   MOVE "S" TO WS-EOF-AMIGOBKP
               NOT AT END
                   IF BKP-APELIDO = WS-LGPD-APELIDO
                       MOVE WS-LGPD-IMG-ANON TO REG-BACKUP
                       ADD 1 TO WS-QTD-ANON-ARQ
                   END-IF
                   WRITE REG-BKPTMP FROM REG-BACKUP
           END-READ.

       2972-ANON-DEVOLVER-BKP.
           READ BKPTMP
               AT END
                   MOVE "S" TO WS-EOF-BKPTMP
               NOT AT END
                   WRITE REG-BACKUP FROM REG-BKPTMP
           END-READ.

      ******************************************************************
      * 2975-ANON-REJEITOS - regrava AMIGO-REJEITOS.DAT via
      *                      AMIGO-REJEITOS.TMP com as rejeicoes do
      *                      APELIDO passadas para o marcador e o
      *                      detalhe (nome ou email) apagado.
      ******************************************************************
       2975-ANON-REJEITOS.
           MOVE ZERO TO WS-QTD-ANON-ARQ.
           MOVE "N" TO WS-EOF-AMIGOREJ.
           OPEN INPUT AMIGOREJ.
           IF WS-FS-AMIGOREJ = "35"
               GO TO 2975-ANON-REJEITOS-EXIT
           END-IF.
           IF WS-FS-AMIGOREJ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-REJEITOS.DAT - "
                       "STATUS " WS-FS-AMIGOREJ
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2975-ANON-REJEITOS-EXIT
           END-IF.
           OPEN OUTPUT REJTMP.
           IF WS-FS-REJTMP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-REJEITOS.TMP - "
                       "STATUS " WS-FS-REJTMP
               CLOSE AMIGOREJ
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2975-ANON-REJEITOS-EXIT
           END-IF.
           PERFORM 2976-ANON-COPIAR-REJ UNTIL FIM-AMIGOREJ.
           CLOSE AMIGOREJ.
           CLOSE REJTMP.
           IF WS-QTD-ANON-ARQ = ZERO
               GO TO 2975-ANON-REJEITOS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-REJTMP.
           OPEN INPUT REJTMP.
           IF WS-FS-REJTMP NOT = "00"
               DISPLAY "FALHA NA RELEITURA DE AMIGO-REJEITOS.TMP - "
                       "AMIGO-REJEITOS.DAT NAO FOI TOCADO"
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2975-ANON-REJEITOS-EXIT
           END-IF.
           OPEN OUTPUT AMIGOREJ.
           IF WS-FS-AMIGOREJ NOT = "00"
               DISPLAY "FALHA NA REGRAVACAO DE AMIGO-REJEITOS.DAT - "
                       "CONTEUDO EM AMIGO-REJEITOS.TMP"
               CLOSE REJTMP
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2975-ANON-REJEITOS-EXIT
           END-IF.
           PERFORM 2977-ANON-DEVOLVER-REJ UNTIL FIM-REJTMP.
           CLOSE REJTMP.
           CLOSE AMIGOREJ.
           MOVE WS-QTD-ANON-ARQ TO WS-QTD-ANON-REJ.
       2975-ANON-REJEITOS-EXIT.
           EXIT.

       2976-ANON-COPIAR-REJ.
           READ AMIGOREJ
               AT END
                   MOVE "S" TO WS-EOF-AMIGOREJ
               NOT AT END
                   IF REJ-APELIDO = WS-LGPD-APELIDO
                       MOVE WS-LGPD-ANON-APELIDO TO REJ-APELIDO
                       MOVE "ANONIMIZADO"        TO REJ-DETALHE
                       ADD 1 TO WS-QTD-ANON-ARQ
                   END-IF
                   WRITE REG-REJTMP FROM REG-AMIGOREJ
           END-READ.

       2977-ANON-DEVOLVER-REJ.
           READ REJTMP
               AT END
                   MOVE "S" TO WS-EOF-REJTMP
               NOT AT END
                   WRITE REG-AMIGOREJ FROM REG-REJTMP
           END-READ.

      ******************************************************************
      * 2980-ANON-PRESENCAS - troca o APELIDO pelo marcador nas listas
      *                       de eventos de PRESENCA.DAT,
      *                       reposicionando pela chave alternativa do
      *                       APELIDO a cada volta.
      ******************************************************************
       2980-ANON-PRESENCAS.
           MOVE "N" TO WS-EOF-PRESENCA.
           OPEN I-O PRESENCA.
           IF WS-FS-PRESENCA = "35"
               GO TO 2980-ANON-PRESENCAS-EXIT
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2980-ANON-PRESENCAS-EXIT
           END-IF.
           PERFORM 2981-ANON-UMA-PRESENCA
              THRU 2981-ANON-UMA-PRESENCA-EXIT
               UNTIL FIM-PRESENCA.
           CLOSE PRESENCA.
       2980-ANON-PRESENCAS-EXIT.
           EXIT.

       2981-ANON-UMA-PRESENCA.
           MOVE WS-LGPD-APELIDO TO PR-APELIDO.
           START PRESENCA KEY = PR-APELIDO
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           IF FIM-PRESENCA
               GO TO 2981-ANON-UMA-PRESENCA-EXIT
           END-IF.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
               NOT AT END
                   IF PR-APELIDO NOT = WS-LGPD-APELIDO
                       MOVE "S" TO WS-EOF-PRESENCA
                   ELSE
                       DELETE PRESENCA
                       MOVE WS-LGPD-ANON-APELIDO TO PR-APELIDO
                       WRITE REG-PRESENCA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ANON-PRES
                       END-WRITE
                   END-IF
           END-READ.
       2981-ANON-UMA-PRESENCA-EXIT.
           EXIT.

      ******************************************************************
      * 2982-ANON-RELACOES - remove de RELACAO.DAT as relacoes do amigo
      *                      nos dois sentidos: manter o marcador
      *                      ligado aos parentes permitiria identificar
      *                      a pessoa.
      ******************************************************************
       2982-ANON-RELACOES.
           MOVE "N" TO WS-EOF-RELACAO.
           OPEN I-O RELACAO.
           IF WS-FS-RELACAO = "35"
               GO TO 2982-ANON-RELACOES-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               MOVE "S" TO WS-LGPD-FALHA
               GO TO 2982-ANON-RELACOES-EXIT
           END-IF.
           MOVE ZERO TO WS-QTD-RLC-EXCL.
           MOVE WS-LGPD-APELIDO TO WS-BUSCA-APELIDO.
           PERFORM 439-REMOVER-UMA-RELACAO
              THRU 439-REMOVER-UMA-RELACAO-EXIT
               UNTIL FIM-RELACAO.
           MOVE WS-QTD-RLC-EXCL TO WS-QTD-ANON-REL.
           CLOSE RELACAO.
       2982-ANON-RELACOES-EXIT.
           EXIT.

      ******************************************************************
      * 2985-DOSSIE-PRESENCAS - secao do dossie com o lugar do amigo
      *                         nas listas de eventos de PRESENCA.DAT.
      ******************************************************************
       2985-DOSSIE-PRESENCAS.
           MOVE "PRESENCAS EM EVENTOS (PRESENCA.DAT)"
               TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           MOVE "N" TO WS-EOF-PRESENCA.
           OPEN INPUT PRESENCA.
           IF WS-FS-PRESENCA = "35"
               GO TO 2985-DOSSIE-PRESENCAS-EXIT
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               MOVE "PRESENCA.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-PRESENCA TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2985-DOSSIE-PRESENCAS-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO PR-APELIDO.
           START PRESENCA KEY = PR-APELIDO
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           PERFORM 2986-DOSSIE-UMA-PRESENCA UNTIL FIM-PRESENCA.
           CLOSE PRESENCA.
       2985-DOSSIE-PRESENCAS-EXIT.
           EXIT.

       2986-DOSSIE-UMA-PRESENCA.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
               NOT AT END
                   IF PR-APELIDO NOT = WS-LGPD-APELIDO
                       MOVE "S" TO WS-EOF-PRESENCA
                   ELSE
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES          TO WS-DET-DOS-MOV
                       MOVE "PRESENCA.DAT"  TO DET-DM-ARQUIVO
                       MOVE PR-DT-SITUACAO  TO DET-DM-DATA
                       MOVE PR-SITUACAO     TO DET-DM-OPERACAO
                       STRING "EVENTO " PR-EVENTO " OPERADOR "
                              PR-OPERADOR
                           DELIMITED BY SIZE INTO DET-DM-COMPLEMENTO
                       MOVE WS-DET-DOS-MOV  TO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.

      ******************************************************************
      * 2987-DOSSIE-RELACOES - secao do dossie com as relacoes do amigo
      *                        em RELACAO.DAT.
      ******************************************************************
       2987-DOSSIE-RELACOES.
           MOVE "RELACOES ENTRE AMIGOS (RELACAO.DAT)"
               TO WS-LGPD-SECAO.
           PERFORM 2940-ABRIR-SECAO-DOS.
           MOVE "N" TO WS-EOF-RELACAO.
           OPEN INPUT RELACAO.
           IF WS-FS-RELACAO = "35"
               GO TO 2987-DOSSIE-RELACOES-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               MOVE "RELACAO.DAT" TO WS-LGPD-ARQUIVO
               MOVE WS-FS-RELACAO TO WS-LGPD-STATUS
               PERFORM 2942-ANOTAR-FALHA-DOS
               GO TO 2987-DOSSIE-RELACOES-EXIT
           END-IF.
           MOVE WS-LGPD-APELIDO TO RL-APELIDO.
           MOVE SPACES          TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           PERFORM 2988-DOSSIE-UMA-RELACAO UNTIL FIM-RELACAO.
           CLOSE RELACAO.
       2987-DOSSIE-RELACOES-EXIT.
           EXIT.

       2988-DOSSIE-UMA-RELACAO.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
               NOT AT END
                   IF RL-APELIDO NOT = WS-LGPD-APELIDO
                       MOVE "S" TO WS-EOF-RELACAO
                   ELSE
                       ADD 1 TO WS-QTD-DOS-SECAO
                       MOVE SPACES          TO WS-DET-DOS-MOV
                       MOVE "RELACAO.DAT"   TO DET-DM-ARQUIVO
                       MOVE RL-DT-CADASTRO  TO DET-DM-DATA
                       MOVE "RELACAO"       TO DET-DM-OPERACAO
                       STRING RL-TIPO " " RL-OUTRO " OPERADOR "
                              RL-OPERADOR
                           DELIMITED BY SIZE INTO DET-DM-COMPLEMENTO
                       MOVE WS-DET-DOS-MOV  TO WS-REL-LINHA
                       PERFORM 2945-GRAVAR-LINHA-DOS
                   END-IF
           END-READ.

      ******************************************************************
      * 2990-PREPARAR-GERACOES - prepara a varredura das geracoes
      *                          mensais do jornal e do log: do
      *                          primeiro mes possivel do sistema
      *                          (WS-LGPD-GER-INICIO) ate o mes
      *                          anterior a data de corte do ultimo
      *                          FECHARMES. Sem fechamento registrado
      *                          nao ha geracao a ler. Os meses sem
      *                          arquivo sao pulados por quem abre.
      ******************************************************************
       2990-PREPARAR-GERACOES.
           PERFORM 2360-LER-RETENCAO THRU 2360-LER-RETENCAO-EXIT.
           MOVE ZERO TO WS-LGPD-LIMITE.
           IF WS-RET-DATA > ZERO
               MOVE WS-RET-DATA (1:6) TO WS-LGPD-LIMITE
           END-IF.
           MOVE WS-LGPD-GER-INICIO TO WS-LGPD-GER-NUM.

       2991-AVANCAR-GERACAO.
           IF WS-LGPD-GER-MM >= 12
               ADD 1 TO WS-LGPD-GER-ANO
               MOVE 1 TO WS-LGPD-GER-MM
           ELSE
               ADD 1 TO WS-LGPD-GER-MM
           END-IF.

      ******************************************************************
      * 3000-CAMPANHA - campanhas de contato (cartao de fim de ano,
      *                 e-mail para um grupo etc.): nova campanha ou
      *                 relatorio das campanhas ja feitas. Ao final os
      *                 arquivos de etiquetas e de CSV voltam aos nomes
      *                 de sempre.
      ******************************************************************
       3000-CAMPANHA.
           DISPLAY "CAMPANHA: 1-NOVA CAMPANHA  2-RELATORIO DE "
                   "CAMPANHAS: " WITH NO ADVANCING.
           ACCEPT WS-CAMP-OPCAO.
           EVALUATE WS-CAMP-OPCAO
               WHEN 1
                   PERFORM 3010-NOVA-CAMPANHA
                      THRU 3010-NOVA-CAMPANHA-EXIT
                   MOVE "AMIGO-ETIQUETAS.REL" TO WS-RELETIQ-NOME
                   MOVE "AMIGO-EXPORT.CSV"    TO WS-AMIGOCSV-NOME
               WHEN 2
                   PERFORM 3050-RELATORIO-CAMPANHAS
                      THRU 3050-RELATORIO-CAMPANHAS-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       3000-CAMPANHA-EXIT.
           EXIT.

      ******************************************************************
      * 3010-NOVA-CAMPANHA - monta o publico combinando os criterios
      *                      informados (grupos de REGGRUPO.DAT, mes de
      *                      aniversario, cidade/UF de ENDAMIGO.DAT e
      *                      "sem contato ha N meses"; criterio em
      *                      branco nao filtra), gera as etiquetas em
      *                      CAMPANHA-ETIQUETAS.REL (carta) ou o CSV em
      *                      CAMPANHA-EMAIL.CSV (e-mail) so para esse
      *                      publico, registra em CONTATO.DAT um contato
      *                      com o nome da campanha na nota para cada
      *                      amigo alcancado e guarda a campanha em
      *                      CAMPANHA.DAT com criterios e contagens.
      *                      Quem pediu para nao ser contatado fica de
      *                      fora e e contado a parte.
      ******************************************************************
       3010-NOVA-CAMPANHA.
           DISPLAY "NOME DA CAMPANHA: " WITH NO ADVANCING.
           ACCEPT WS-CAMP-NOME.
           IF WS-CAMP-NOME = SPACES
               DISPLAY "NOME NAO INFORMADO - NADA FEITO"
               GO TO 3010-NOVA-CAMPANHA-EXIT
           END-IF.
           OPEN I-O CAMPANHA.
           IF WS-FS-CAMPANHA = "35"
               OPEN OUTPUT CAMPANHA
               CLOSE CAMPANHA
               OPEN I-O CAMPANHA
           END-IF.
           IF WS-FS-CAMPANHA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CAMPANHA.DAT - STATUS "
                       WS-FS-CAMPANHA
               GO TO 3010-NOVA-CAMPANHA-EXIT
           END-IF.
           MOVE WS-CAMP-NOME TO CP-NOME.
           READ CAMPANHA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "JA EXISTE CAMPANHA COM ESSE NOME, FEITA EM "
                           CP-DATA
                   CLOSE CAMPANHA
                   GO TO 3010-NOVA-CAMPANHA-EXIT
           END-READ.
           CLOSE CAMPANHA.
           DISPLAY "CANAL: 1-CARTA (ETIQUETAS)  2-EMAIL (CSV): "
                   WITH NO ADVANCING.
           ACCEPT WS-CAMP-OPCAO.
           EVALUATE WS-CAMP-OPCAO
               WHEN 1
                   MOVE "C" TO WS-CAMP-CANAL
               WHEN 2
                   MOVE "E" TO WS-CAMP-CANAL
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO 3010-NOVA-CAMPANHA-EXIT
           END-EVALUATE.
           MOVE SPACES TO WS-CAMP-GRUPOS.
           MOVE ZERO   TO WS-CAMP-QTD-GRUPOS.
           MOVE "N"    TO WS-CAMP-FIM-GRUPOS.
           MOVE "N"    TO WS-CAMP-GC-ABERTO.
           OPEN INPUT GRUPOCAD.
           IF WS-FS-GRUPOCAD = "00"
               MOVE "S" TO WS-CAMP-GC-ABERTO
           END-IF.
           DISPLAY "GRUPOS DO PUBLICO, ATE 5 (ENTER ENCERRA; NENHUM "
                   "= TODOS OS AMIGOS)".
           PERFORM 3012-LER-GRUPO-CAMP
               UNTIL WS-CAMP-FIM-GRUPOS = "S".
           IF WS-CAMP-GC-ABERTO = "S"
               CLOSE GRUPOCAD
           END-IF.
           DISPLAY "MES DE ANIVERSARIO (01-12, 00 = QUALQUER): "
                   WITH NO ADVANCING.
           ACCEPT WS-CAMP-MES-NASC.
           IF WS-CAMP-MES-NASC > 12
               DISPLAY "MES INVALIDO - CAMPANHA NAO FEITA"
               GO TO 3010-NOVA-CAMPANHA-EXIT
           END-IF.
           DISPLAY "CIDADE (ENTER = QUALQUER): " WITH NO ADVANCING.
           ACCEPT WS-CAMP-CIDADE.
           INSPECT WS-CAMP-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "UF (ENTER = QUALQUER): " WITH NO ADVANCING.
           ACCEPT WS-CAMP-UF.
           INSPECT WS-CAMP-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "SEM CONTATO HA QUANTOS MESES (00 = NAO FILTRA): "
                   WITH NO ADVANCING.
           ACCEPT WS-CAMP-MESES-SEM.
           PERFORM 3014-MONTAR-TEXTO-CRITERIOS.
           DISPLAY "CAMPANHA.....: " WS-CAMP-NOME.
           DISPLAY "GRUPOS.......: " WS-CAMP-TXT-GRUPOS.
           DISPLAY "ANIVERSARIO..: " WS-CAMP-TXT-MES
                   "  CIDADE: " WS-CAMP-TXT-CIDADE
                   "  UF: " WS-CAMP-TXT-UF.
           DISPLAY "SEM CONTATO..: " WS-CAMP-TXT-MESES.
           DISPLAY "CONFIRMA A CAMPANHA (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "CAMPANHA CANCELADA"
               GO TO 3010-NOVA-CAMPANHA-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-CAMP-MESES-SEM > ZERO
               MOVE WS-CAMP-MESES-SEM TO WS-MESES-SEM
               MOVE WS-DATA-SISTEMA (1:4) TO WS-CORTE-ANO
               MOVE WS-DATA-SISTEMA (5:2) TO WS-CORTE-MES
               MOVE WS-DATA-SISTEMA (7:2) TO WS-CORTE-DIA
               COMPUTE WS-CORTE-TOT = WS-CORTE-ANO * 12
                   + WS-CORTE-MES - WS-MESES-SEM
               COMPUTE WS-CORTE-ANO = (WS-CORTE-TOT - 1) / 12
               COMPUTE WS-CORTE-MES =
                   WS-CORTE-TOT - WS-CORTE-ANO * 12
               COMPUTE WS-DATA-CORTE = WS-CORTE-ANO * 10000
                   + WS-CORTE-MES * 100 + WS-CORTE-DIA
           END-IF.
           MOVE SPACES TO WS-CAMP-NOTA.
           STRING "CAMPANHA " WS-CAMP-NOME
               DELIMITED BY SIZE INTO WS-CAMP-NOTA.
           MOVE "N" TO WS-CAMP-USA-END.
           IF WS-CAMP-CANAL = "C" OR WS-CAMP-CIDADE NOT = SPACES
              OR WS-CAMP-UF NOT = SPACES
               MOVE "S" TO WS-CAMP-USA-END
           END-IF.
           PERFORM 3016-ABRIR-ARQ-CAMPANHA
              THRU 3016-ABRIR-ARQ-CAMPANHA-EXIT.
           IF WS-CAMP-OK NOT = "S"
               DISPLAY "CAMPANHA NAO FEITA"
               GO TO 3010-NOVA-CAMPANHA-EXIT
           END-IF.
           MOVE ZERO TO WS-QTD-CAMP-PUBLICO WS-QTD-CAMP-ENVIADOS
                        WS-QTD-CAMP-SEM-END WS-QTD-CAMP-SEM-EMAIL
                        WS-QTD-CAMP-NAO-CONT WS-QTD-CAMP-FALHA-CT.
           MOVE ZERO TO WS-QTD-ETIQ WS-QTD-SEM-END.
           MOVE "N" TO WS-EOF-REGAMIGO.
           PERFORM 3020-CAMPANHA-UM-AMIGO UNTIL FIM-REGAMIGO.
           PERFORM 3018-FECHAR-ARQ-CAMPANHA.
           OPEN I-O CAMPANHA.
           IF WS-FS-CAMPANHA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CAMPANHA.DAT - STATUS "
                       WS-FS-CAMPANHA
               DISPLAY "AS SAIDAS E OS CONTATOS FORAM GERADOS, MAS A "
                       "CAMPANHA NAO FICOU REGISTRADA"
               GO TO 3010-NOVA-CAMPANHA-EXIT
           END-IF.
           MOVE SPACES               TO REG-CAMPANHA.
           MOVE WS-CAMP-NOME         TO CP-NOME.
           MOVE WS-DATA-SISTEMA      TO CP-DATA.
           ACCEPT CP-HORA FROM TIME.
           MOVE WS-OPER-ID           TO CP-OPERADOR.
           MOVE WS-CAMP-CANAL        TO CP-CANAL.
           MOVE WS-CAMP-GRUPOS       TO CP-GRUPOS.
           MOVE WS-CAMP-MES-NASC     TO CP-MES-NASC.
           MOVE WS-CAMP-CIDADE       TO CP-CIDADE.
           MOVE WS-CAMP-UF           TO CP-UF.
           MOVE WS-CAMP-MESES-SEM    TO CP-MESES-SEM.
           MOVE WS-QTD-CAMP-PUBLICO  TO CP-QTD-PUBLICO.
           MOVE WS-QTD-CAMP-ENVIADOS TO CP-QTD-ENVIADOS.
           MOVE WS-QTD-CAMP-SEM-END  TO CP-QTD-SEM-END.
           MOVE WS-QTD-CAMP-SEM-EMAIL TO CP-QTD-SEM-EMAIL.
           MOVE WS-QTD-CAMP-NAO-CONT TO CP-QTD-NAO-CONT.
           IF WS-CAMP-CANAL = "C"
               MOVE WS-RELETIQ-NOME  TO CP-ARQUIVO
           ELSE
               MOVE WS-AMIGOCSV-NOME TO CP-ARQUIVO
           END-IF.
           WRITE REG-CAMPANHA
               INVALID KEY
                   DISPLAY "FALHA AO REGISTRAR A CAMPANHA - STATUS "
                           WS-FS-CAMPANHA
           END-WRITE.
           CLOSE CAMPANHA.
           DISPLAY "CAMPANHA CONCLUIDA - SAIDA EM "
                   FUNCTION TRIM (CP-ARQUIVO).
           DISPLAY "PUBLICO SELECIONADO.......: " WS-QTD-CAMP-PUBLICO.
           DISPLAY "ALCANCADOS (CONTATO GRAV.): " WS-QTD-CAMP-ENVIADOS.
           DISPLAY "PULADOS SEM ENDERECO......: " WS-QTD-CAMP-SEM-END.
           DISPLAY "PULADOS SEM EMAIL VALIDO..: "
                   WS-QTD-CAMP-SEM-EMAIL.
           DISPLAY "PULADOS NAO CONTATAR......: " WS-QTD-CAMP-NAO-CONT.
           IF WS-QTD-CAMP-FALHA-CT > ZERO
               DISPLAY "CONTATOS NAO GRAVADOS.....: "
                       WS-QTD-CAMP-FALHA-CT
           END-IF.
       3010-NOVA-CAMPANHA-EXIT.
           EXIT.

       3012-LER-GRUPO-CAMP.
           DISPLAY "GRUPO: " WITH NO ADVANCING.
           ACCEPT WS-CAMP-GRUPO-LIDO.
           IF WS-CAMP-GRUPO-LIDO = SPACES
               MOVE "S" TO WS-CAMP-FIM-GRUPOS
           ELSE
               MOVE "N" TO WS-CAMP-GRUPO-OK
               IF WS-CAMP-GC-ABERTO = "S"
                   MOVE WS-CAMP-GRUPO-LIDO TO GC-NOME
                   READ GRUPOCAD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-CAMP-GRUPO-OK
                   END-READ
               END-IF
               IF WS-CAMP-GRUPO-OK = "S"
                   ADD 1 TO WS-CAMP-QTD-GRUPOS
                   MOVE WS-CAMP-GRUPO-LIDO
                       TO WS-CAMP-GRUPO (WS-CAMP-QTD-GRUPOS)
                   IF WS-CAMP-QTD-GRUPOS = 5
                       DISPLAY "LIMITE DE 5 GRUPOS ATINGIDO"
                       MOVE "S" TO WS-CAMP-FIM-GRUPOS
                   END-IF
               ELSE
                   DISPLAY "GRUPO NAO CADASTRADO EM GRUPOCAD.DAT: "
                           WS-CAMP-GRUPO-LIDO
               END-IF
           END-IF.

      ******************************************************************
      * 3014-MONTAR-TEXTO-CRITERIOS - descreve em texto os criterios
      *                               de WS-CAMP-* (tela de confirmacao
      *                               e relatorio de campanhas).
      ******************************************************************
       3014-MONTAR-TEXTO-CRITERIOS.
           MOVE SPACES TO WS-CAMP-TXT-GRUPOS.
           IF WS-CAMP-GRUPOS = SPACES
               MOVE "TODOS OS AMIGOS" TO WS-CAMP-TXT-GRUPOS
           ELSE
               STRING WS-CAMP-GRUPO (1) " " WS-CAMP-GRUPO (2) " "
                      WS-CAMP-GRUPO (3) " " WS-CAMP-GRUPO (4) " "
                      WS-CAMP-GRUPO (5)
                   DELIMITED BY SIZE INTO WS-CAMP-TXT-GRUPOS
           END-IF.
           IF WS-CAMP-MES-NASC = ZERO
               MOVE "QUALQUER" TO WS-CAMP-TXT-MES
           ELSE
               MOVE SPACES TO WS-CAMP-TXT-MES
               STRING "MES " WS-CAMP-MES-NASC
                   DELIMITED BY SIZE INTO WS-CAMP-TXT-MES
           END-IF.
           IF WS-CAMP-CIDADE = SPACES
               MOVE "QUALQUER" TO WS-CAMP-TXT-CIDADE
           ELSE
               MOVE WS-CAMP-CIDADE TO WS-CAMP-TXT-CIDADE
           END-IF.
           IF WS-CAMP-UF = SPACES
               MOVE "QUALQUER" TO WS-CAMP-TXT-UF
           ELSE
               MOVE WS-CAMP-UF TO WS-CAMP-TXT-UF
           END-IF.
           IF WS-CAMP-MESES-SEM = ZERO
               MOVE "NAO FILTRA" TO WS-CAMP-TXT-MESES
           ELSE
               MOVE SPACES TO WS-CAMP-TXT-MESES
               STRING "HA " WS-CAMP-MESES-SEM " MESES"
                   DELIMITED BY SIZE INTO WS-CAMP-TXT-MESES
           END-IF.

      ******************************************************************
      * 3016-ABRIR-ARQ-CAMPANHA - abre o que a campanha precisa:
      *                           cadastro, vinculos (se filtra por
      *                           grupo), enderecos (carta ou filtro
      *                           de cidade/UF), contatos, situacao de
      *                           contato e o arquivo de saida. Em
      *                           falha fecha o que ja abriu e devolve
      *                           WS-CAMP-OK = "N".
      ******************************************************************
       3016-ABRIR-ARQ-CAMPANHA.
           MOVE "N" TO WS-CAMP-OK.
           MOVE "N" TO WS-CAMP-ABR-CONTATO.
           MOVE "N" TO WS-CAMP-ABR-SAIDA.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
           END-IF.
           IF WS-CAMP-QTD-GRUPOS > ZERO
               OPEN INPUT REGGRUPO
               IF WS-FS-REGGRUPO NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR REGGRUPO.DAT - "
                           "STATUS " WS-FS-REGGRUPO
                   CLOSE REGAMIGO
                   GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
               END-IF
           END-IF.
           IF WS-CAMP-USA-END = "S"
               OPEN INPUT ENDAMIGO
               IF WS-FS-ENDAMIGO NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR ENDAMIGO.DAT - "
                           "STATUS " WS-FS-ENDAMIGO
                   DISPLAY "CADASTRE OS ENDERECOS PELA OPCAO 13 ANTES "
                           "DE FILTRAR OU EMITIR ETIQUETAS"
                   CLOSE REGAMIGO
                   IF WS-CAMP-QTD-GRUPOS > ZERO
                       CLOSE REGGRUPO
                   END-IF
                   GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
               END-IF
           END-IF.
           OPEN I-O CONTATO.
           IF WS-FS-CONTATO = "35"
               OPEN OUTPUT CONTATO
               CLOSE CONTATO
               OPEN I-O CONTATO
           END-IF.
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
               PERFORM 3018-FECHAR-ARQ-CAMPANHA
               GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
           END-IF.
           MOVE "S" TO WS-CAMP-ABR-CONTATO.
           MOVE "S" TO WS-TEM-CONTATOS.
           PERFORM 2915-ABRIR-SITUACAO.
           IF WS-SIT-OK NOT = "S"
               DISPLAY "SEM A LISTA DE NAO CONTATAR NAO HA CAMPANHA"
               PERFORM 3018-FECHAR-ARQ-CAMPANHA
               GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
           END-IF.
           IF WS-CAMP-CANAL = "C"
               MOVE "CAMPANHA-ETIQUETAS.REL" TO WS-RELETIQ-NOME
               OPEN OUTPUT RELETIQ
               IF WS-FS-RELETIQ NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR "
                           FUNCTION TRIM (WS-RELETIQ-NOME)
                           " - STATUS " WS-FS-RELETIQ
                   PERFORM 3018-FECHAR-ARQ-CAMPANHA
                   GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
               END-IF
           ELSE
               MOVE "CAMPANHA-EMAIL.CSV" TO WS-AMIGOCSV-NOME
               OPEN OUTPUT AMIGOCSV
               IF WS-FS-AMIGOCSV NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR "
                           FUNCTION TRIM (WS-AMIGOCSV-NOME)
                           " - STATUS " WS-FS-AMIGOCSV
                   PERFORM 3018-FECHAR-ARQ-CAMPANHA
                   GO TO 3016-ABRIR-ARQ-CAMPANHA-EXIT
               END-IF
               MOVE '"NOME","APELIDO","EMAIL"' TO REG-CSV
               WRITE REG-CSV
           END-IF.
           MOVE "S" TO WS-CAMP-ABR-SAIDA.
           MOVE "S" TO WS-CAMP-OK.
       3016-ABRIR-ARQ-CAMPANHA-EXIT.
           EXIT.

       3018-FECHAR-ARQ-CAMPANHA.
           CLOSE REGAMIGO.
           IF WS-CAMP-QTD-GRUPOS > ZERO
               CLOSE REGGRUPO
           END-IF.
           IF WS-CAMP-USA-END = "S"
               CLOSE ENDAMIGO
           END-IF.
           IF WS-CAMP-ABR-CONTATO = "S"
               CLOSE CONTATO
               MOVE "N" TO WS-CAMP-ABR-CONTATO
           END-IF.
           PERFORM 2917-FECHAR-SITUACAO.
           IF WS-CAMP-ABR-SAIDA = "S"
               IF WS-CAMP-CANAL = "C"
                   CLOSE RELETIQ
               ELSE
                   CLOSE AMIGOCSV
               END-IF
               MOVE "N" TO WS-CAMP-ABR-SAIDA
           END-IF.

       3020-CAMPANHA-UM-AMIGO.
           READ REGAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGAMIGO
               NOT AT END
                   PERFORM 3022-AVALIAR-AMIGO
                      THRU 3022-AVALIAR-AMIGO-EXIT
           END-READ.

      ******************************************************************
      * 3022-AVALIAR-AMIGO - aplica os criterios ao amigo corrente em
      *                      REG-AMIGO; se ele esta no publico e pode
      *                      ser contatado pelo canal, grava a etiqueta
      *                      ou a linha do CSV e o contato da campanha.
      ******************************************************************
       3022-AVALIAR-AMIGO.
           IF WS-CAMP-MES-NASC > ZERO
               MOVE DT-NASCIMENTO (5:2) TO WS-MES-NASC
               IF WS-MES-NASC NOT = WS-CAMP-MES-NASC
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
           END-IF.
           IF WS-CAMP-QTD-GRUPOS > ZERO
               MOVE "N" TO WS-CAMP-NO-GRUPO
               PERFORM 3024-TESTAR-GRUPO-CAMP
                   VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-QTD-GRUPOS
                      OR WS-CAMP-NO-GRUPO = "S"
               IF WS-CAMP-NO-GRUPO NOT = "S"
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
           END-IF.
           IF WS-CAMP-CIDADE NOT = SPACES OR WS-CAMP-UF NOT = SPACES
               MOVE APELIDO TO END-APELIDO
               READ ENDAMIGO
                   INVALID KEY
                       GO TO 3022-AVALIAR-AMIGO-EXIT
               END-READ
               MOVE END-CIDADE TO WS-CAMP-CIDADE-END
               MOVE END-UF     TO WS-CAMP-UF-END
               INSPECT WS-CAMP-CIDADE-END CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-CAMP-UF-END CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CAMP-CIDADE NOT = SPACES
                  AND WS-CAMP-CIDADE-END NOT = WS-CAMP-CIDADE
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
               IF WS-CAMP-UF NOT = SPACES
                  AND WS-CAMP-UF-END NOT = WS-CAMP-UF
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
           END-IF.
           IF WS-CAMP-MESES-SEM > ZERO
               PERFORM 1955-BUSCAR-ULTIMO-CONTATO
                  THRU 1955-BUSCAR-ULTIMO-CONTATO-EXIT
               IF WS-ULT-CONTATO NOT < WS-DATA-CORTE
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-CAMP-PUBLICO.
           MOVE APELIDO TO WS-SIT-TESTE.
           PERFORM 2910-TESTAR-SITUACAO THRU 2910-TESTAR-SITUACAO-EXIT.
           IF WS-SIT-NAO-CONTATAR = "S"
               ADD 1 TO WS-QTD-CAMP-NAO-CONT
               GO TO 3022-AVALIAR-AMIGO-EXIT
           END-IF.
           IF WS-CAMP-CANAL = "C"
               MOVE WS-QTD-ETIQ TO WS-CAMP-ETIQ-ANTES
               PERFORM 1765-GRAVAR-ETIQUETA
                  THRU 1765-GRAVAR-ETIQUETA-EXIT
               IF WS-QTD-ETIQ = WS-CAMP-ETIQ-ANTES
                   ADD 1 TO WS-QTD-CAMP-SEM-END
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
               MOVE "CARTA" TO WS-CAMP-CT-TIPO
           ELSE
               MOVE EMAIL TO WS-EMAIL-TESTE
               PERFORM 960-VALIDAR-EMAIL
               IF WS-EMAIL-VALIDO NOT = "S"
                   ADD 1 TO WS-QTD-CAMP-SEM-EMAIL
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
               IF WS-SIT-EMAIL-DEVOLVIDO NOT = SPACES
                  AND WS-SIT-EMAIL-DEVOLVIDO = EMAIL
                   ADD 1 TO WS-QTD-CAMP-SEM-EMAIL
                   GO TO 3022-AVALIAR-AMIGO-EXIT
               END-IF
               PERFORM 915-MONTAR-LINHA-CSV
               WRITE REG-CSV
               MOVE "EMAIL" TO WS-CAMP-CT-TIPO
           END-IF.
           MOVE APELIDO         TO CT-APELIDO.
           MOVE WS-DATA-SISTEMA TO CT-DATA.
           ACCEPT CT-HORA FROM TIME.
           MOVE WS-CAMP-CT-TIPO TO CT-TIPO.
           MOVE WS-CAMP-NOTA    TO CT-NOTA.
           WRITE REG-CONTATO
               INVALID KEY
                   DISPLAY "CONTATO NAO GRAVADO PARA " APELIDO
                   ADD 1 TO WS-QTD-CAMP-FALHA-CT
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CAMP-ENVIADOS
           END-WRITE.
       3022-AVALIAR-AMIGO-EXIT.
           EXIT.

       3024-TESTAR-GRUPO-CAMP.
           MOVE WS-CAMP-GRUPO (WS-CAMP-IDX) TO GRUPO-NOME.
           MOVE APELIDO                     TO GR-APELIDO.
           READ REGGRUPO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CAMP-NO-GRUPO
           END-READ.

      ******************************************************************
      * 3050-RELATORIO-CAMPANHAS - lista em CAMPANHAS.REL as campanhas
      *                            de CAMPANHA.DAT (por nome): data,
      *                            operador, canal, contagens de
      *                            publico, alcancados e pulados, e os
      *                            criterios usados.
      ******************************************************************
       3050-RELATORIO-CAMPANHAS.
           MOVE ZERO TO WS-QTD-CAMP-LIDAS.
           MOVE "N"  TO WS-EOF-CAMPANHA.
           OPEN INPUT CAMPANHA.
           IF WS-FS-CAMPANHA = "35"
               DISPLAY "NENHUMA CAMPANHA REGISTRADA"
               GO TO 3050-RELATORIO-CAMPANHAS-EXIT
           END-IF.
           IF WS-FS-CAMPANHA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CAMPANHA.DAT - STATUS "
                       WS-FS-CAMPANHA
               GO TO 3050-RELATORIO-CAMPANHAS-EXIT
           END-IF.
           OPEN OUTPUT RELCAMP.
           IF WS-FS-RELCAMP NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CAMPANHAS.REL - STATUS "
                       WS-FS-RELCAMP
               CLOSE CAMPANHA
               GO TO 3050-RELATORIO-CAMPANHAS-EXIT
           END-IF.
           MOVE "RELATORIO DE CAMPANHAS" TO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           PERFORM 3052-LISTAR-CAMPANHA UNTIL FIM-CAMPANHA.
           CLOSE CAMPANHA.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CAMPANHAS LISTADAS: " WS-QTD-CAMP-LIDAS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.
           CLOSE RELCAMP.
           DISPLAY "RELATORIO GRAVADO EM CAMPANHAS.REL".
           DISPLAY "CAMPANHAS LISTADAS: " WS-QTD-CAMP-LIDAS.
       3050-RELATORIO-CAMPANHAS-EXIT.
           EXIT.

       3052-LISTAR-CAMPANHA.
           READ CAMPANHA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CAMPANHA
               NOT AT END
                   ADD 1 TO WS-QTD-CAMP-LIDAS
                   PERFORM 3054-IMPRIMIR-CAMPANHA
           END-READ.

       3054-IMPRIMIR-CAMPANHA.
           MOVE CP-NOME          TO DET-CP-NOME.
           MOVE CP-DATA          TO DET-CP-DATA.
           MOVE CP-OPERADOR      TO DET-CP-OPERADOR.
           IF CP-CANAL = "C"
               MOVE "CARTA" TO DET-CP-CANAL
           ELSE
               MOVE "EMAIL" TO DET-CP-CANAL
           END-IF.
           MOVE CP-QTD-PUBLICO   TO DET-CP-PUBLICO.
           MOVE CP-QTD-ENVIADOS  TO DET-CP-ENVIADOS.
           MOVE CP-QTD-SEM-END   TO DET-CP-SEM-END.
           MOVE CP-QTD-SEM-EMAIL TO DET-CP-SEM-EMAIL.
           MOVE CP-QTD-NAO-CONT  TO DET-CP-NAO-CONT.
           MOVE WS-DET-CAMP-REL  TO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.
           MOVE CP-GRUPOS        TO WS-CAMP-GRUPOS.
           MOVE CP-MES-NASC      TO WS-CAMP-MES-NASC.
           MOVE CP-CIDADE        TO WS-CAMP-CIDADE.
           MOVE CP-UF            TO WS-CAMP-UF.
           MOVE CP-MESES-SEM     TO WS-CAMP-MESES-SEM.
           PERFORM 3014-MONTAR-TEXTO-CRITERIOS.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "      GRUPOS: " WS-CAMP-TXT-GRUPOS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "      ANIVERSARIO: " WS-CAMP-TXT-MES
                  "  CIDADE: " WS-CAMP-TXT-CIDADE
                  "  UF: " WS-CAMP-TXT-UF
                  "  SEM CONTATO: " WS-CAMP-TXT-MESES
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "      ARQUIVO GERADO: " CP-ARQUIVO
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3060-GRAVAR-LINHA-CAMP.

      ******************************************************************
      * 3060-GRAVAR-LINHA-CAMP - grava WS-REL-LINHA em CAMPANHAS.REL
      *                          com controle de pagina.
      ******************************************************************
       3060-GRAVAR-LINHA-CAMP.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3065-CABECALHO-CAMP
           END-IF.
           WRITE REG-RELCAMP FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3065-CABECALHO-CAMP.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELCAMP FROM WS-CAB-RELATORIO.
           WRITE REG-RELCAMP FROM WS-CAB-COLUNAS-CAMP.
           WRITE REG-RELCAMP FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 3100-EVENTOS - eventos dos grupos de GRUPOCAD.DAT (encontro da
      *                familia, da faculdade, do trabalho): cadastro do
      *                evento, lista de convidados gerada a partir dos
      *                membros do grupo, registro de presenca e os
      *                relatorios do evento e de frequencia por grupo.
      ******************************************************************
       3100-EVENTOS.
           DISPLAY "EVENTOS: 1-CADASTRAR EVENTO  2-GERAR CONVITES  "
                   "3-REGISTRAR PRESENCA".
           DISPLAY "         4-RELATORIO DO EVENTO  5-FREQUENCIA POR "
                   "GRUPO: " WITH NO ADVANCING.
           ACCEPT WS-EVT-OPCAO.
           EVALUATE WS-EVT-OPCAO
               WHEN 1
                   PERFORM 3110-CADASTRAR-EVENTO
                      THRU 3110-CADASTRAR-EVENTO-EXIT
               WHEN 2
                   PERFORM 3120-GERAR-CONVITES
                      THRU 3120-GERAR-CONVITES-EXIT
               WHEN 3
                   PERFORM 3130-REGISTRAR-PRESENCA
                      THRU 3130-REGISTRAR-PRESENCA-EXIT
               WHEN 4
                   PERFORM 3140-RELATORIO-EVENTO
                      THRU 3140-RELATORIO-EVENTO-EXIT
               WHEN 5
                   PERFORM 3150-FREQUENCIA-GRUPO
                      THRU 3150-FREQUENCIA-GRUPO-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       3100-EVENTOS-EXIT.
           EXIT.

      ******************************************************************
      * 3105-LER-EVENTO - pede o codigo do evento e le EVENTO.DAT.
      *                   Resultado em WS-EVT-ACHOU ("S"/"N"); achado,
      *                   o registro fica copiado em WS-EVT-REG e o
      *                   grupo e a data em WS-EVT-GRUPO e WS-EVT-DATA.
      ******************************************************************
       3105-LER-EVENTO.
           MOVE "N" TO WS-EVT-ACHOU.
           DISPLAY "CODIGO DO EVENTO: " WITH NO ADVANCING.
           ACCEPT WS-EVT-CODIGO.
           OPEN INPUT EVENTO.
           IF WS-FS-EVENTO = "35"
               DISPLAY "NENHUM EVENTO CADASTRADO"
               GO TO 3105-LER-EVENTO-EXIT
           END-IF.
           IF WS-FS-EVENTO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO.DAT - STATUS "
                       WS-FS-EVENTO
               GO TO 3105-LER-EVENTO-EXIT
           END-IF.
           MOVE WS-EVT-CODIGO TO EV-CODIGO.
           READ EVENTO
               INVALID KEY
                   DISPLAY "EVENTO NAO CADASTRADO: " WS-EVT-CODIGO
               NOT INVALID KEY
                   MOVE "S"        TO WS-EVT-ACHOU
                   MOVE REG-EVENTO TO WS-EVT-REG
                   MOVE EV-GRUPO   TO WS-EVT-GRUPO
                   MOVE EV-DATA    TO WS-EVT-DATA
                   DISPLAY "EVENTO " EV-CODIGO " - GRUPO " EV-GRUPO
                           " - DATA " EV-DATA
                   DISPLAY "   " EV-DESCRICAO
           END-READ.
           CLOSE EVENTO.
       3105-LER-EVENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3110-CADASTRAR-EVENTO - cadastra um evento em EVENTO.DAT para
      *                         um grupo de GRUPOCAD.DAT, com data,
      *                         local, descricao e operador responsavel
      *                         (o operador da sessao, se nao for
      *                         informado outro). O codigo do evento e
      *                         o maior ja usado mais um.
      ******************************************************************
       3110-CADASTRAR-EVENTO.
           DISPLAY "GRUPO DO EVENTO: " WITH NO ADVANCING.
           ACCEPT WS-EVT-GRUPO.
           IF WS-EVT-GRUPO = SPACES
               DISPLAY "GRUPO NAO INFORMADO - NADA FEITO"
               GO TO 3110-CADASTRAR-EVENTO-EXIT
           END-IF.
           OPEN INPUT GRUPOCAD.
           IF WS-FS-GRUPOCAD NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR GRUPOCAD.DAT - STATUS "
                       WS-FS-GRUPOCAD
               DISPLAY "CADASTRE O GRUPO PELA OPCAO 15 ANTES DO EVENTO"
               GO TO 3110-CADASTRAR-EVENTO-EXIT
           END-IF.
           MOVE WS-EVT-GRUPO TO GC-NOME.
           READ GRUPOCAD
               INVALID KEY
                   DISPLAY "GRUPO NAO CADASTRADO EM GRUPOCAD: "
                           WS-EVT-GRUPO
                   CLOSE GRUPOCAD
                   GO TO 3110-CADASTRAR-EVENTO-EXIT
           END-READ.
           CLOSE GRUPOCAD.
           DISPLAY "DATA DO EVENTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-EVT-DATA.
           MOVE WS-EVT-DATA TO WS-DATA-TESTE.
           PERFORM 985-VALIDAR-DATA THRU 985-VALIDAR-DATA-EXIT.
           IF WS-EVT-DATA = ZERO OR WS-DATA-VALIDA NOT = "S"
               DISPLAY "DATA INVALIDA - EVENTO NAO CADASTRADO"
               GO TO 3110-CADASTRAR-EVENTO-EXIT
           END-IF.
           DISPLAY "LOCAL..........: " WITH NO ADVANCING.
           ACCEPT WS-EVT-LOCAL.
           DISPLAY "DESCRICAO......: " WITH NO ADVANCING.
           ACCEPT WS-EVT-DESCRICAO.
           IF WS-EVT-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO INFORMADA - EVENTO NAO "
                       "CADASTRADO"
               GO TO 3110-CADASTRAR-EVENTO-EXIT
           END-IF.
           DISPLAY "RESPONSAVEL (ENTER = " WS-OPER-ID "): "
                   WITH NO ADVANCING.
           ACCEPT WS-EVT-OPERADOR.
           IF WS-EVT-OPERADOR = SPACES
               MOVE WS-OPER-ID TO WS-EVT-OPERADOR
           END-IF.
           OPEN I-O EVENTO.
           IF WS-FS-EVENTO = "35"
               OPEN OUTPUT EVENTO
               CLOSE EVENTO
               OPEN I-O EVENTO
           END-IF.
           IF WS-FS-EVENTO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO.DAT - STATUS "
                       WS-FS-EVENTO
               GO TO 3110-CADASTRAR-EVENTO-EXIT
           END-IF.
           MOVE ZERO TO WS-EVT-CODIGO.
           MOVE "N"  TO WS-EOF-EVENTO.
           MOVE ZERO TO EV-CODIGO.
           START EVENTO KEY NOT LESS THAN EV-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF-EVENTO
           END-START.
           PERFORM 3112-ACHAR-ULTIMO-CODIGO UNTIL FIM-EVENTO.
           ADD 1 TO WS-EVT-CODIGO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES           TO REG-EVENTO.
           MOVE WS-EVT-CODIGO    TO EV-CODIGO.
           MOVE WS-EVT-GRUPO     TO EV-GRUPO.
           MOVE WS-EVT-DATA      TO EV-DATA.
           MOVE WS-EVT-LOCAL     TO EV-LOCAL.
           MOVE WS-EVT-DESCRICAO TO EV-DESCRICAO.
           MOVE WS-EVT-OPERADOR  TO EV-OPERADOR.
           MOVE WS-DATA-SISTEMA  TO EV-DT-CADASTRO.
           WRITE REG-EVENTO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O EVENTO - STATUS "
                           WS-FS-EVENTO
               NOT INVALID KEY
                   DISPLAY "EVENTO CADASTRADO - CODIGO "
                           WS-EVT-CODIGO
                   DISPLAY "GERE A LISTA DE CONVIDADOS PELA OPCAO 2"
           END-WRITE.
           CLOSE EVENTO.
       3110-CADASTRAR-EVENTO-EXIT.
           EXIT.

       3112-ACHAR-ULTIMO-CODIGO.
           READ EVENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-EVENTO
               NOT AT END
                   MOVE EV-CODIGO TO WS-EVT-CODIGO
           END-READ.

      ******************************************************************
      * 3120-GERAR-CONVITES - monta a lista de convidados do evento em
      *                       PRESENCA.DAT com os membros atuais do
      *                       grupo em REGGRUPO.DAT, na situacao
      *                       CONVIDADO. Pode ser repetida depois que
      *                       entrar gente nova no grupo: quem ja esta
      *                       na lista fica como esta. Quem pediu para
      *                       nao ser contatado nao e convidado.
      ******************************************************************
       3120-GERAR-CONVITES.
           PERFORM 3105-LER-EVENTO THRU 3105-LER-EVENTO-EXIT.
           IF WS-EVT-ACHOU NOT = "S"
               GO TO 3120-GERAR-CONVITES-EXIT
           END-IF.
           PERFORM 2915-ABRIR-SITUACAO.
           IF WS-SIT-OK NOT = "S"
               DISPLAY "LISTA NAO GERADA - SEM A SITUACAO DE CONTATO "
                       "DOS AMIGOS"
               GO TO 3120-GERAR-CONVITES-EXIT
           END-IF.
           OPEN INPUT REGGRUPO.
           IF WS-FS-REGGRUPO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGGRUPO.DAT - STATUS "
                       WS-FS-REGGRUPO
               PERFORM 2917-FECHAR-SITUACAO
               GO TO 3120-GERAR-CONVITES-EXIT
           END-IF.
           OPEN I-O PRESENCA.
           IF WS-FS-PRESENCA = "35"
               OPEN OUTPUT PRESENCA
               CLOSE PRESENCA
               OPEN I-O PRESENCA
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               CLOSE REGGRUPO
               PERFORM 2917-FECHAR-SITUACAO
               GO TO 3120-GERAR-CONVITES-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-QTD-EVT-NOVOS WS-QTD-EVT-JA-LISTA.
           MOVE "N"  TO WS-EOF-REGGRUPO.
           MOVE WS-EVT-GRUPO TO GRUPO-NOME.
           MOVE SPACES       TO GR-APELIDO.
           START REGGRUPO KEY NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-REGGRUPO
           END-START.
           PERFORM 3122-CONVIDAR-MEMBRO UNTIL FIM-REGGRUPO.
           CLOSE REGGRUPO.
           CLOSE PRESENCA.
           PERFORM 2917-FECHAR-SITUACAO.
           DISPLAY "CONVITES INCLUIDOS NA LISTA..: " WS-QTD-EVT-NOVOS.
           DISPLAY "JA ESTAVAM NA LISTA..........: "
                   WS-QTD-EVT-JA-LISTA.
           DISPLAY "NAO CONVIDADOS (NAO CONTATAR): "
                   WS-QTD-SIT-OMITIDOS.
       3120-GERAR-CONVITES-EXIT.
           EXIT.

       3122-CONVIDAR-MEMBRO.
           READ REGGRUPO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGGRUPO
               NOT AT END
                   IF GRUPO-NOME NOT = WS-EVT-GRUPO
                       MOVE "S" TO WS-EOF-REGGRUPO
                   ELSE
                       PERFORM 3124-GRAVAR-CONVITE
                          THRU 3124-GRAVAR-CONVITE-EXIT
                   END-IF
           END-READ.

       3124-GRAVAR-CONVITE.
           MOVE GR-APELIDO TO WS-SIT-TESTE.
           PERFORM 2910-TESTAR-SITUACAO THRU 2910-TESTAR-SITUACAO-EXIT.
           IF WS-SIT-NAO-CONTATAR = "S"
               ADD 1 TO WS-QTD-SIT-OMITIDOS
               GO TO 3124-GRAVAR-CONVITE-EXIT
           END-IF.
           MOVE SPACES          TO REG-PRESENCA.
           MOVE WS-EVT-CODIGO   TO PR-EVENTO.
           MOVE GR-APELIDO      TO PR-APELIDO.
           MOVE "CONVIDADO"     TO PR-SITUACAO.
           MOVE WS-DATA-SISTEMA TO PR-DT-SITUACAO.
           MOVE WS-OPER-ID      TO PR-OPERADOR.
           MOVE ZERO            TO PR-CT-DATA PR-CT-HORA.
           WRITE REG-PRESENCA
               INVALID KEY
                   ADD 1 TO WS-QTD-EVT-JA-LISTA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EVT-NOVOS
           END-WRITE.
       3124-GRAVAR-CONVITE-EXIT.
           EXIT.

      ******************************************************************
      * 3130-REGISTRAR-PRESENCA - registra a situacao de um amigo no
      *                           evento: CONVIDADO, CONFIRMADO,
      *                           PRESENTE ou AUSENTE. Quem nao estava
      *                           na lista e incluido. PRESENTE grava
      *                           em CONTATO.DAT um contato do tipo
      *                           VISITA na data do evento, que entra
      *                           no relatorio de esquecidos; se a
      *                           presenca for desfeita, esse contato
      *                           e removido. PRESENTE e AUSENTE so
      *                           valem para evento ja acontecido.
      ******************************************************************
       3130-REGISTRAR-PRESENCA.
           PERFORM 3105-LER-EVENTO THRU 3105-LER-EVENTO-EXIT.
           IF WS-EVT-ACHOU NOT = "S"
               GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-IF.
           DISPLAY "APELIDO DO AMIGO: " WITH NO ADVANCING.
           ACCEPT WS-EVT-APELIDO.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-IF.
           MOVE WS-EVT-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   DISPLAY "APELIDO NAO CADASTRADO EM REGAMIGO: "
                           WS-EVT-APELIDO
                   CLOSE REGAMIGO
                   GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-READ.
           CLOSE REGAMIGO.
           DISPLAY "NOME............: " NOME.
           DISPLAY "SITUACAO: 1-CONVIDADO  2-CONFIRMADO  3-PRESENTE  "
                   "4-AUSENTE: " WITH NO ADVANCING.
           ACCEPT WS-EVT-OPCAO.
           EVALUATE WS-EVT-OPCAO
               WHEN 1
                   MOVE "CONVIDADO"  TO WS-EVT-SITUACAO
               WHEN 2
                   MOVE "CONFIRMADO" TO WS-EVT-SITUACAO
               WHEN 3
                   MOVE "PRESENTE"   TO WS-EVT-SITUACAO
               WHEN 4
                   MOVE "AUSENTE"    TO WS-EVT-SITUACAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA FOI REGISTRADO"
                   GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-EVALUATE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-EVT-OPCAO > 2 AND WS-EVT-DATA > WS-DATA-SISTEMA
               DISPLAY "O EVENTO AINDA NAO ACONTECEU - PRESENCA OU "
                       "AUSENCIA SO DEPOIS DE " WS-EVT-DATA
               GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-IF.
           OPEN I-O PRESENCA.
           IF WS-FS-PRESENCA = "35"
               OPEN OUTPUT PRESENCA
               CLOSE PRESENCA
               OPEN I-O PRESENCA
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-IF.
           MOVE "N"    TO WS-EVT-NOVO.
           MOVE SPACES TO WS-EVT-SIT-ANT.
           MOVE ZERO   TO WS-EVT-CT-DATA WS-EVT-CT-HORA.
           MOVE WS-EVT-CODIGO  TO PR-EVENTO.
           MOVE WS-EVT-APELIDO TO PR-APELIDO.
           READ PRESENCA
               INVALID KEY
                   MOVE "S" TO WS-EVT-NOVO
               NOT INVALID KEY
                   MOVE PR-SITUACAO TO WS-EVT-SIT-ANT
                   MOVE PR-CT-DATA  TO WS-EVT-CT-DATA
                   MOVE PR-CT-HORA  TO WS-EVT-CT-HORA
           END-READ.
           IF WS-EVT-SIT-ANT = WS-EVT-SITUACAO
               DISPLAY "SITUACAO JA REGISTRADA: " WS-EVT-SITUACAO
               CLOSE PRESENCA
               GO TO 3130-REGISTRAR-PRESENCA-EXIT
           END-IF.
           IF WS-EVT-SITUACAO = "PRESENTE"
              OR WS-EVT-SIT-ANT = "PRESENTE"
               PERFORM 3134-ACERTAR-VISITA
                  THRU 3134-ACERTAR-VISITA-EXIT
               IF WS-EVT-CT-OK NOT = "S"
                   DISPLAY "PRESENCA NAO REGISTRADA"
                   CLOSE PRESENCA
                   GO TO 3130-REGISTRAR-PRESENCA-EXIT
               END-IF
           END-IF.
           MOVE SPACES          TO REG-PRESENCA.
           MOVE WS-EVT-CODIGO   TO PR-EVENTO.
           MOVE WS-EVT-APELIDO  TO PR-APELIDO.
           MOVE WS-EVT-SITUACAO TO PR-SITUACAO.
           MOVE WS-DATA-SISTEMA TO PR-DT-SITUACAO.
           MOVE WS-OPER-ID      TO PR-OPERADOR.
           MOVE WS-EVT-CT-DATA  TO PR-CT-DATA.
           MOVE WS-EVT-CT-HORA  TO PR-CT-HORA.
           IF WS-EVT-NOVO = "S"
               WRITE REG-PRESENCA
               DISPLAY "AMIGO NAO ESTAVA NA LISTA DO EVENTO - INCLUIDO"
           ELSE
               REWRITE REG-PRESENCA
           END-IF.
           IF WS-FS-PRESENCA = "00"
               DISPLAY "SITUACAO REGISTRADA: " WS-EVT-SITUACAO
           ELSE
               DISPLAY "FALHA AO GRAVAR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
           END-IF.
           CLOSE PRESENCA.
       3130-REGISTRAR-PRESENCA-EXIT.
           EXIT.

      ******************************************************************
      * 3134-ACERTAR-VISITA - grava em CONTATO.DAT o contato VISITA de
      *                       quem passou a PRESENTE (guardando data e
      *                       hora em WS-EVT-CT-DATA/HORA para poder
      *                       desfazer), ou remove esse contato de quem
      *                       deixou de ser PRESENTE. Resultado em
      *                       WS-EVT-CT-OK ("S"/"N").
      ******************************************************************
       3134-ACERTAR-VISITA.
           MOVE "N" TO WS-EVT-CT-OK.
           OPEN I-O CONTATO.
           IF WS-FS-CONTATO = "35"
               OPEN OUTPUT CONTATO
               CLOSE CONTATO
               OPEN I-O CONTATO
           END-IF.
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
               GO TO 3134-ACERTAR-VISITA-EXIT
           END-IF.
           IF WS-EVT-SIT-ANT = "PRESENTE"
               MOVE WS-EVT-APELIDO TO CT-APELIDO
               MOVE WS-EVT-CT-DATA TO CT-DATA
               MOVE WS-EVT-CT-HORA TO CT-HORA
               DELETE CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CONTATO DE VISITA DO EVENTO REMOVIDO"
               END-DELETE
               MOVE ZERO TO WS-EVT-CT-DATA WS-EVT-CT-HORA
               MOVE "S"  TO WS-EVT-CT-OK
               CLOSE CONTATO
               GO TO 3134-ACERTAR-VISITA-EXIT
           END-IF.
           MOVE SPACES TO WS-EVT-NOTA.
           STRING "EVENTO " WS-EVT-CODIGO " " WS-EVT-GRUPO
               DELIMITED BY SIZE INTO WS-EVT-NOTA.
           MOVE WS-EVT-APELIDO TO CT-APELIDO.
           MOVE WS-EVT-DATA    TO CT-DATA.
           ACCEPT CT-HORA FROM TIME.
           MOVE "VISITA"       TO CT-TIPO.
           MOVE WS-EVT-NOTA    TO CT-NOTA.
           WRITE REG-CONTATO
               INVALID KEY
                   DISPLAY "CONTATO JA REGISTRADO NESTE INSTANTE - "
                           "TENTE DE NOVO"
               NOT INVALID KEY
                   MOVE CT-DATA TO WS-EVT-CT-DATA
                   MOVE CT-HORA TO WS-EVT-CT-HORA
                   MOVE "S"     TO WS-EVT-CT-OK
                   DISPLAY "CONTATO DE VISITA REGISTRADO EM CONTATO.DAT"
           END-WRITE.
           CLOSE CONTATO.
       3134-ACERTAR-VISITA-EXIT.
           EXIT.

      ******************************************************************
      * 3140-RELATORIO-EVENTO - lista em EVENTO-PRESENCA.REL os dados
      *                         do evento e cada amigo da sua lista,
      *                         com a situacao, a data em que ela foi
      *                         registrada e o operador, e os totais
      *                         por situacao.
      ******************************************************************
       3140-RELATORIO-EVENTO.
           PERFORM 3105-LER-EVENTO THRU 3105-LER-EVENTO-EXIT.
           IF WS-EVT-ACHOU NOT = "S"
               GO TO 3140-RELATORIO-EVENTO-EXIT
           END-IF.
           OPEN INPUT PRESENCA.
           IF WS-FS-PRESENCA = "35"
               DISPLAY "NENHUMA LISTA DE CONVIDADOS GERADA AINDA"
               GO TO 3140-RELATORIO-EVENTO-EXIT
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               GO TO 3140-RELATORIO-EVENTO-EXIT
           END-IF.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               CLOSE PRESENCA
               GO TO 3140-RELATORIO-EVENTO-EXIT
           END-IF.
           OPEN OUTPUT RELEVT.
           IF WS-FS-RELEVT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO-PRESENCA.REL - "
                       "STATUS " WS-FS-RELEVT
               CLOSE PRESENCA
               CLOSE REGAMIGO
               GO TO 3140-RELATORIO-EVENTO-EXIT
           END-IF.
           MOVE SPACES TO WS-CAB-TITULO.
           STRING "PRESENCA NO EVENTO " WS-EVT-CODIGO
               DELIMITED BY SIZE INTO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "GRUPO: " WS-EVR-GRUPO "  DATA: " WS-EVR-DATA
                  "  RESPONSAVEL: " WS-EVR-OPERADOR
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LOCAL: " WS-EVR-LOCAL
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DESCRICAO: " WS-EVR-DESCRICAO
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE ZERO TO WS-QTD-EVT-CONV WS-QTD-EVT-CONF
                        WS-QTD-EVT-PRES WS-QTD-EVT-AUS
                        WS-QTD-EVT-LISTA.
           MOVE "N"  TO WS-EOF-PRESENCA.
           MOVE WS-EVT-CODIGO TO PR-EVENTO.
           MOVE SPACES        TO PR-APELIDO.
           START PRESENCA KEY NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           PERFORM 3142-LISTAR-PRESENCA UNTIL FIM-PRESENCA.
           CLOSE PRESENCA.
           CLOSE REGAMIGO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONVIDADOS SEM RESPOSTA: " WS-QTD-EVT-CONV
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONFIRMADOS.............: " WS-QTD-EVT-CONF
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PRESENTES...............: " WS-QTD-EVT-PRES
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "AUSENTES................: " WS-QTD-EVT-AUS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL NA LISTA..........: " WS-QTD-EVT-LISTA
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.
           CLOSE RELEVT.
           DISPLAY "RELATORIO GRAVADO EM EVENTO-PRESENCA.REL".
           DISPLAY "TOTAL NA LISTA..........: " WS-QTD-EVT-LISTA.
           DISPLAY "PRESENTES...............: " WS-QTD-EVT-PRES.
       3140-RELATORIO-EVENTO-EXIT.
           EXIT.

       3142-LISTAR-PRESENCA.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
               NOT AT END
                   IF PR-EVENTO NOT = WS-EVT-CODIGO
                       MOVE "S" TO WS-EOF-PRESENCA
                   ELSE
                       PERFORM 3144-IMPRIMIR-PRESENCA
                   END-IF
           END-READ.

       3144-IMPRIMIR-PRESENCA.
           ADD 1 TO WS-QTD-EVT-LISTA.
           EVALUATE PR-SITUACAO
               WHEN "CONVIDADO"
                   ADD 1 TO WS-QTD-EVT-CONV
               WHEN "CONFIRMADO"
                   ADD 1 TO WS-QTD-EVT-CONF
               WHEN "PRESENTE"
                   ADD 1 TO WS-QTD-EVT-PRES
               WHEN "AUSENTE"
                   ADD 1 TO WS-QTD-EVT-AUS
           END-EVALUATE.
           MOVE PR-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO NOME
           END-READ.
           MOVE PR-APELIDO     TO DET-EV-APELIDO.
           MOVE NOME           TO DET-EV-NOME.
           MOVE PR-SITUACAO    TO DET-EV-SITUACAO.
           MOVE PR-DT-SITUACAO TO DET-EV-DATA.
           MOVE PR-OPERADOR    TO DET-EV-OPERADOR.
           MOVE WS-DET-EVT-REL TO WS-REL-LINHA.
           PERFORM 3160-GRAVAR-LINHA-EVT.

      ******************************************************************
      * 3150-FREQUENCIA-GRUPO - taxa de frequencia de cada amigo nos
      *                         eventos ja acontecidos de um grupo,
      *                         gravada em EVENTO-FREQUENCIA.REL:
      *                         convites, presencas, ausencias, sem
      *                         registro e o percentual de presenca
      *                         sobre os convites. Os eventos do grupo
      *                         sao lidos pela chave alternativa do
      *                         grupo e as presencas ordenadas por
      *                         APELIDO via SORT.
      ******************************************************************
       3150-FREQUENCIA-GRUPO.
           DISPLAY "GRUPO: " WITH NO ADVANCING.
           ACCEPT WS-EVT-GRUPO.
           OPEN INPUT EVENTO.
           IF WS-FS-EVENTO = "35"
               DISPLAY "NENHUM EVENTO CADASTRADO"
               GO TO 3150-FREQUENCIA-GRUPO-EXIT
           END-IF.
           IF WS-FS-EVENTO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO.DAT - STATUS "
                       WS-FS-EVENTO
               GO TO 3150-FREQUENCIA-GRUPO-EXIT
           END-IF.
           OPEN INPUT PRESENCA.
           IF WS-FS-PRESENCA = "35"
               DISPLAY "NENHUMA LISTA DE CONVIDADOS GERADA AINDA"
               CLOSE EVENTO
               GO TO 3150-FREQUENCIA-GRUPO-EXIT
           END-IF.
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRESENCA.DAT - STATUS "
                       WS-FS-PRESENCA
               CLOSE EVENTO
               GO TO 3150-FREQUENCIA-GRUPO-EXIT
           END-IF.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               CLOSE EVENTO
               CLOSE PRESENCA
               GO TO 3150-FREQUENCIA-GRUPO-EXIT
           END-IF.
           OPEN OUTPUT RELFRQ.
           IF WS-FS-RELFRQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EVENTO-FREQUENCIA.REL - "
                       "STATUS " WS-FS-RELFRQ
               CLOSE EVENTO
               CLOSE PRESENCA
               CLOSE REGAMIGO
               GO TO 3150-FREQUENCIA-GRUPO-EXIT
           END-IF.
           MOVE SPACES TO WS-CAB-TITULO.
           STRING "FREQUENCIA - GRUPO " WS-EVT-GRUPO
               DELIMITED BY SIZE INTO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE ZERO   TO WS-QTD-EVT-REALIZ WS-QTD-EVT-AMIGOS.
           MOVE SPACES TO WS-FRQ-APELIDO.
           SORT CLASSIF ON ASCENDING KEY CLA-FQ-APELIDO
               INPUT PROCEDURE IS 3152-SELECIONAR-PRESENCAS
                   THRU 3152-SELECIONAR-PRESENCAS-EXIT
               OUTPUT PROCEDURE IS 3156-IMPRIMIR-FREQUENCIA
                   THRU 3156-IMPRIMIR-FREQUENCIA-EXIT.
           CLOSE EVENTO.
           CLOSE PRESENCA.
           CLOSE REGAMIGO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3170-GRAVAR-LINHA-FRQ.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "EVENTOS JA REALIZADOS DO GRUPO: " WS-QTD-EVT-REALIZ
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3170-GRAVAR-LINHA-FRQ.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "AMIGOS LISTADOS...............: " WS-QTD-EVT-AMIGOS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3170-GRAVAR-LINHA-FRQ.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3170-GRAVAR-LINHA-FRQ.
           CLOSE RELFRQ.
           DISPLAY "RELATORIO GRAVADO EM EVENTO-FREQUENCIA.REL".
           DISPLAY "EVENTOS JA REALIZADOS DO GRUPO: " WS-QTD-EVT-REALIZ.
           DISPLAY "AMIGOS LISTADOS...............: " WS-QTD-EVT-AMIGOS.
       3150-FREQUENCIA-GRUPO-EXIT.
           EXIT.

       3152-SELECIONAR-PRESENCAS.
           MOVE "N" TO WS-EOF-EVENTO.
           MOVE WS-EVT-GRUPO TO EV-GRUPO.
           START EVENTO KEY = EV-GRUPO
               INVALID KEY
                   MOVE "S" TO WS-EOF-EVENTO
           END-START.
           PERFORM 3153-LER-EVENTO-GRUPO UNTIL FIM-EVENTO.
       3152-SELECIONAR-PRESENCAS-EXIT.
           EXIT.

       3153-LER-EVENTO-GRUPO.
           READ EVENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-EVENTO
               NOT AT END
                   IF EV-GRUPO NOT = WS-EVT-GRUPO
                       MOVE "S" TO WS-EOF-EVENTO
                   ELSE
                       IF EV-DATA NOT > WS-DATA-SISTEMA
                           ADD 1 TO WS-QTD-EVT-REALIZ
                           MOVE EV-CODIGO TO WS-EVT-CODIGO
                           PERFORM 3154-LIBERAR-PRESENCAS
                       END-IF
                   END-IF
           END-READ.

       3154-LIBERAR-PRESENCAS.
           MOVE "N" TO WS-EOF-PRESENCA.
           MOVE WS-EVT-CODIGO TO PR-EVENTO.
           MOVE SPACES        TO PR-APELIDO.
           START PRESENCA KEY NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESENCA
           END-START.
           PERFORM 3155-LIBERAR-UMA-PRESENCA UNTIL FIM-PRESENCA.

       3155-LIBERAR-UMA-PRESENCA.
           READ PRESENCA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRESENCA
               NOT AT END
                   IF PR-EVENTO NOT = WS-EVT-CODIGO
                       MOVE "S" TO WS-EOF-PRESENCA
                   ELSE
                       MOVE SPACES      TO REG-CLA-FREQ
                       MOVE PR-APELIDO  TO CLA-FQ-APELIDO
                       MOVE PR-SITUACAO TO CLA-FQ-SITUACAO
                       RELEASE REG-CLA-FREQ
                   END-IF
           END-READ.

       3156-IMPRIMIR-FREQUENCIA.
           MOVE "N" TO WS-EOF-CLASSIF.
           PERFORM 3157-RETORNAR-FREQUENCIA UNTIL FIM-CLASSIF.
           IF WS-FRQ-APELIDO NOT = SPACES
               PERFORM 3158-IMPRIMIR-AMIGO-FRQ
           END-IF.
       3156-IMPRIMIR-FREQUENCIA-EXIT.
           EXIT.

       3157-RETORNAR-FREQUENCIA.
           RETURN CLASSIF
               AT END
                   MOVE "S" TO WS-EOF-CLASSIF
               NOT AT END
                   PERFORM 3159-ACUMULAR-FREQUENCIA
           END-RETURN.

       3158-IMPRIMIR-AMIGO-FRQ.
           ADD 1 TO WS-QTD-EVT-AMIGOS.
           MOVE WS-FRQ-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO NOME
           END-READ.
           COMPUTE WS-FRQ-TAXA ROUNDED =
               WS-FRQ-PRESENTES * 100 / WS-FRQ-CONVITES.
           COMPUTE WS-FRQ-SEM-REG =
               WS-FRQ-CONVITES - WS-FRQ-PRESENTES - WS-FRQ-AUSENTES.
           MOVE WS-FRQ-APELIDO   TO DET-FQ-APELIDO.
           MOVE NOME             TO DET-FQ-NOME.
           MOVE WS-FRQ-CONVITES  TO DET-FQ-CONVITES.
           MOVE WS-FRQ-PRESENTES TO DET-FQ-PRESENTES.
           MOVE WS-FRQ-AUSENTES  TO DET-FQ-AUSENTES.
           MOVE WS-FRQ-SEM-REG   TO DET-FQ-SEM-REG.
           MOVE WS-FRQ-TAXA      TO DET-FQ-TAXA.
           MOVE WS-DET-FRQ-REL   TO WS-REL-LINHA.
           PERFORM 3170-GRAVAR-LINHA-FRQ.

       3159-ACUMULAR-FREQUENCIA.
           IF CLA-FQ-APELIDO NOT = WS-FRQ-APELIDO
               IF WS-FRQ-APELIDO NOT = SPACES
                   PERFORM 3158-IMPRIMIR-AMIGO-FRQ
               END-IF
               MOVE CLA-FQ-APELIDO TO WS-FRQ-APELIDO
               MOVE ZERO TO WS-FRQ-CONVITES WS-FRQ-PRESENTES
                            WS-FRQ-AUSENTES
           END-IF.
           ADD 1 TO WS-FRQ-CONVITES.
           EVALUATE CLA-FQ-SITUACAO
               WHEN "PRESENTE"
                   ADD 1 TO WS-FRQ-PRESENTES
               WHEN "AUSENTE"
                   ADD 1 TO WS-FRQ-AUSENTES
           END-EVALUATE.

      ******************************************************************
      * 3160-GRAVAR-LINHA-EVT - grava WS-REL-LINHA em
      *                         EVENTO-PRESENCA.REL com controle de
      *                         pagina.
      ******************************************************************
       3160-GRAVAR-LINHA-EVT.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3165-CABECALHO-EVT
           END-IF.
           WRITE REG-RELEVT FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3165-CABECALHO-EVT.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELEVT FROM WS-CAB-RELATORIO.
           WRITE REG-RELEVT FROM WS-CAB-COLUNAS-EVT.
           WRITE REG-RELEVT FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 3170-GRAVAR-LINHA-FRQ - grava WS-REL-LINHA em
      *                         EVENTO-FREQUENCIA.REL com controle de
      *                         pagina.
      ******************************************************************
       3170-GRAVAR-LINHA-FRQ.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3175-CABECALHO-FRQ
           END-IF.
           WRITE REG-RELFRQ FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3175-CABECALHO-FRQ.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELFRQ FROM WS-CAB-RELATORIO.
           WRITE REG-RELFRQ FROM WS-CAB-COLUNAS-FRQ.
           WRITE REG-RELFRQ FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 3200-RELACOES - relacoes entre amigos (conjuge, filho, irmao,
      *                 quem indicou quem) gravadas em RELACAO.DAT nos
      *                 dois sentidos: incluir A -> B grava tambem a
      *                 relacao inversa B -> A. Inclusao, exclusao,
      *                 consulta de um amigo e relatorio de familias.
      ******************************************************************
       3200-RELACOES.
           DISPLAY "RELACOES: 1-INCLUIR  2-EXCLUIR  3-CONSULTAR AMIGO  "
                   "4-RELATORIO DE FAMILIAS: " WITH NO ADVANCING.
           ACCEPT WS-RLC-OPCAO.
           EVALUATE WS-RLC-OPCAO
               WHEN 1
                   PERFORM 3210-INCLUIR-RELACAO
                      THRU 3210-INCLUIR-RELACAO-EXIT
               WHEN 2
                   PERFORM 3220-EXCLUIR-RELACAO
                      THRU 3220-EXCLUIR-RELACAO-EXIT
               WHEN 3
                   DISPLAY "APELIDO DO AMIGO: " WITH NO ADVANCING
                   ACCEPT WS-RLC-APELIDO
                   PERFORM 3230-EXIBIR-RELACOES
                      THRU 3230-EXIBIR-RELACOES-EXIT
               WHEN 4
                   PERFORM 3250-RELATORIO-FAMILIAS
                      THRU 3250-RELATORIO-FAMILIAS-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       3200-RELACOES-EXIT.
           EXIT.

      ******************************************************************
      * 3205-ESCOLHER-TIPO - exibe a tabela de tipos de relacao e le a
      *                      escolha em WS-RLC-IDX (zero = invalida).
      ******************************************************************
       3205-ESCOLHER-TIPO.
           DISPLAY "TIPO DA RELACAO (A E ... B):".
           PERFORM 3206-EXIBIR-TIPO
               VARYING WS-RLC-IDX FROM 1 BY 1
               UNTIL WS-RLC-IDX > WS-RLC-QTD-TIPOS.
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-RLC-IDX.
           IF WS-RLC-IDX < 1 OR WS-RLC-IDX > WS-RLC-QTD-TIPOS
               DISPLAY "TIPO INVALIDO - NADA FEITO"
               MOVE ZERO TO WS-RLC-IDX
           END-IF.
       3205-ESCOLHER-TIPO-EXIT.
           EXIT.

       3206-EXIBIR-TIPO.
           DISPLAY "   " WS-RLC-IDX " - " WS-RLC-TIPO-TAB (WS-RLC-IDX).

      ******************************************************************
      * 3210-INCLUIR-RELACAO - grava a relacao A -> B com o tipo
      *                        escolhido e a inversa B -> A com o tipo
      *                        correspondente da tabela (CONJUGE DE
      *                        -> CONJUGE DE, FILHO DE -> PAI/MAE DE,
      *                        INDICADO POR -> INDICOU...). Os dois
      *                        amigos precisam estar no cadastro e a
      *                        relacao nao pode existir ainda. Fica
      *                        registrada em REGLOG.DAT para os dois.
      ******************************************************************
       3210-INCLUIR-RELACAO.
           PERFORM 3215-LER-DOIS-AMIGOS THRU 3215-LER-DOIS-AMIGOS-EXIT.
           IF WS-RLC-OK NOT = "S"
               GO TO 3210-INCLUIR-RELACAO-EXIT
           END-IF.
           PERFORM 3205-ESCOLHER-TIPO THRU 3205-ESCOLHER-TIPO-EXIT.
           IF WS-RLC-IDX = ZERO
               GO TO 3210-INCLUIR-RELACAO-EXIT
           END-IF.
           OPEN I-O RELACAO.
           IF WS-FS-RELACAO = "35"
               OPEN OUTPUT RELACAO
               CLOSE RELACAO
               OPEN I-O RELACAO
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               GO TO 3210-INCLUIR-RELACAO-EXIT
           END-IF.
           MOVE WS-RLC-APELIDO TO RL-APELIDO.
           MOVE WS-RLC-OUTRO   TO RL-OUTRO.
           READ RELACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "JA EXISTE RELACAO: " WS-RLC-APELIDO " "
                           RL-TIPO " " WS-RLC-OUTRO
                   DISPLAY "EXCLUA A RELACAO ANTES DE TROCAR O TIPO"
                   CLOSE RELACAO
                   GO TO 3210-INCLUIR-RELACAO-EXIT
           END-READ.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES          TO REG-RELACAO.
           MOVE WS-RLC-APELIDO  TO RL-APELIDO.
           MOVE WS-RLC-OUTRO    TO RL-OUTRO.
           MOVE WS-RLC-TIPO-TAB (WS-RLC-IDX) TO RL-TIPO.
           MOVE WS-DATA-SISTEMA TO RL-DT-CADASTRO.
           MOVE WS-OPER-ID      TO RL-OPERADOR.
           WRITE REG-RELACAO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A RELACAO - STATUS "
                           WS-FS-RELACAO
                   CLOSE RELACAO
                   GO TO 3210-INCLUIR-RELACAO-EXIT
           END-WRITE.
           MOVE WS-RLC-OUTRO    TO RL-APELIDO.
           MOVE WS-RLC-APELIDO  TO RL-OUTRO.
           MOVE WS-RLC-INV-TAB (WS-RLC-IDX) TO RL-TIPO.
           WRITE REG-RELACAO
               INVALID KEY
                   REWRITE REG-RELACAO
           END-WRITE.
           CLOSE RELACAO.
           DISPLAY "RELACAO GRAVADA: " WS-RLC-APELIDO " "
                   WS-RLC-TIPO-TAB (WS-RLC-IDX) " " WS-RLC-OUTRO.
           DISPLAY "           E....: " WS-RLC-OUTRO " "
                   WS-RLC-INV-TAB (WS-RLC-IDX) " " WS-RLC-APELIDO.
           MOVE "RELACAO"      TO WS-LOG-OPERACAO.
           MOVE WS-RLC-APELIDO TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
           MOVE "RELACAO"      TO WS-LOG-OPERACAO.
           MOVE WS-RLC-OUTRO   TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
       3210-INCLUIR-RELACAO-EXIT.
           EXIT.

      ******************************************************************
      * 3215-LER-DOIS-AMIGOS - le os APELIDOs A e B da relacao em
      *                        WS-RLC-APELIDO e WS-RLC-OUTRO e confere
      *                        que os dois estao em REGAMIGO.DAT.
      *                        Resultado em WS-RLC-OK ("S"/"N").
      ******************************************************************
       3215-LER-DOIS-AMIGOS.
           MOVE "N" TO WS-RLC-OK.
           DISPLAY "APELIDO DO AMIGO A: " WITH NO ADVANCING.
           ACCEPT WS-RLC-APELIDO.
           DISPLAY "APELIDO DO AMIGO B: " WITH NO ADVANCING.
           ACCEPT WS-RLC-OUTRO.
           IF WS-RLC-APELIDO = SPACES OR WS-RLC-OUTRO = SPACES
              OR WS-RLC-APELIDO = WS-RLC-OUTRO
               DISPLAY "APELIDOS INVALIDOS PARA A RELACAO - NADA FEITO"
               GO TO 3215-LER-DOIS-AMIGOS-EXIT
           END-IF.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               GO TO 3215-LER-DOIS-AMIGOS-EXIT
           END-IF.
           MOVE WS-RLC-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   DISPLAY "APELIDO NAO CADASTRADO EM REGAMIGO: "
                           WS-RLC-APELIDO
                   CLOSE REGAMIGO
                   GO TO 3215-LER-DOIS-AMIGOS-EXIT
           END-READ.
           DISPLAY "A: " NOME.
           MOVE WS-RLC-OUTRO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   DISPLAY "APELIDO NAO CADASTRADO EM REGAMIGO: "
                           WS-RLC-OUTRO
                   CLOSE REGAMIGO
                   GO TO 3215-LER-DOIS-AMIGOS-EXIT
           END-READ.
           DISPLAY "B: " NOME.
           CLOSE REGAMIGO.
           MOVE "S" TO WS-RLC-OK.
       3215-LER-DOIS-AMIGOS-EXIT.
           EXIT.

      ******************************************************************
      * 3220-EXCLUIR-RELACAO - exclui a relacao entre A e B nos dois
      *                        sentidos.
      ******************************************************************
       3220-EXCLUIR-RELACAO.
           DISPLAY "APELIDO DO AMIGO A: " WITH NO ADVANCING.
           ACCEPT WS-RLC-APELIDO.
           DISPLAY "APELIDO DO AMIGO B: " WITH NO ADVANCING.
           ACCEPT WS-RLC-OUTRO.
           OPEN I-O RELACAO.
           IF WS-FS-RELACAO = "35"
               DISPLAY "NENHUMA RELACAO CADASTRADA"
               GO TO 3220-EXCLUIR-RELACAO-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               GO TO 3220-EXCLUIR-RELACAO-EXIT
           END-IF.
           MOVE ZERO TO WS-QTD-RLC-EXCL.
           MOVE WS-RLC-APELIDO TO RL-APELIDO.
           MOVE WS-RLC-OUTRO   TO RL-OUTRO.
           DELETE RELACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RLC-EXCL
           END-DELETE.
           MOVE WS-RLC-OUTRO   TO RL-APELIDO.
           MOVE WS-RLC-APELIDO TO RL-OUTRO.
           DELETE RELACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RLC-EXCL
           END-DELETE.
           CLOSE RELACAO.
           IF WS-QTD-RLC-EXCL = ZERO
               DISPLAY "RELACAO NAO ENCONTRADA ENTRE " WS-RLC-APELIDO
                       " E " WS-RLC-OUTRO
               GO TO 3220-EXCLUIR-RELACAO-EXIT
           END-IF.
           DISPLAY "RELACAO EXCLUIDA ENTRE " WS-RLC-APELIDO " E "
                   WS-RLC-OUTRO.
           MOVE "RELAC-EXCL"   TO WS-LOG-OPERACAO.
           MOVE WS-RLC-APELIDO TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
           MOVE "RELAC-EXCL"   TO WS-LOG-OPERACAO.
           MOVE WS-RLC-OUTRO   TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
       3220-EXCLUIR-RELACAO-EXIT.
           EXIT.

      ******************************************************************
      * 3230-EXIBIR-RELACOES - exibe as relacoes do APELIDO em
      *                        WS-RLC-APELIDO, lidas de RELACAO.DAT
      *                        pela chave. Usado na consulta e no
      *                        BUSCAR, logo apos os contatos.
      ******************************************************************
       3230-EXIBIR-RELACOES.
           MOVE ZERO TO WS-QTD-RLC-LIDAS.
           MOVE "N"  TO WS-EOF-RELACAO.
           OPEN INPUT RELACAO.
           IF WS-FS-RELACAO = "35"
               DISPLAY "RELACOES..: NENHUMA REGISTRADA"
               GO TO 3230-EXIBIR-RELACOES-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               GO TO 3230-EXIBIR-RELACOES-EXIT
           END-IF.
           MOVE WS-RLC-APELIDO TO RL-APELIDO.
           MOVE SPACES         TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           DISPLAY "RELACOES..:".
           PERFORM 3232-EXIBIR-UMA-RELACAO UNTIL FIM-RELACAO.
           IF WS-QTD-RLC-LIDAS = ZERO
               DISPLAY "  NENHUMA REGISTRADA"
           END-IF.
           CLOSE RELACAO.
       3230-EXIBIR-RELACOES-EXIT.
           EXIT.

       3232-EXIBIR-UMA-RELACAO.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
               NOT AT END
                   IF RL-APELIDO NOT = WS-RLC-APELIDO
                       MOVE "S" TO WS-EOF-RELACAO
                   ELSE
                       ADD 1 TO WS-QTD-RLC-LIDAS
                       DISPLAY "  " RL-TIPO " " RL-OUTRO
                   END-IF
           END-READ.

      ******************************************************************
      * 3238-ABRIR-RELACAO-DOM - abre RELACAO.DAT para a emissao de uma
      *                          etiqueta por domicilio. Sem o arquivo
      *                          a emissao segue com uma etiqueta por
      *                          amigo.
      ******************************************************************
       3238-ABRIR-RELACAO-DOM.
           OPEN INPUT RELACAO.
           IF WS-FS-RELACAO NOT = "00"
               IF WS-FS-RELACAO = "35"
                   DISPLAY "NENHUMA RELACAO CADASTRADA - UMA ETIQUETA "
                           "POR AMIGO"
               ELSE
                   DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - "
                           "STATUS " WS-FS-RELACAO
                           " - UMA ETIQUETA POR AMIGO"
               END-IF
               MOVE "N" TO WS-ETIQ-DOMICILIO
           END-IF.

      ******************************************************************
      * 3240-TESTAR-DOMICILIO - na emissao de uma etiqueta por
      *                         domicilio, monta o domicilio do amigo
      *                         corrente (parentes ligados em
      *                         RELACAO.DAT, direta ou indiretamente,
      *                         com o mesmo endereco em ENDAMIGO.DAT)
      *                         e decide: so o menor APELIDO do
      *                         domicilio que tambem receberia etiqueta
      *                         (fora do nao contatar e, na emissao por
      *                         grupo, membro do grupo) leva a
      *                         etiqueta, em nome "E FAMILIA".
      *                         Resultado em WS-DOM-PULAR e
      *                         WS-DOM-FAMILIA ("S"/"N"). O endereco do
      *                         amigo e a posicao em REGGRUPO.DAT sao
      *                         restaurados no final.
      ******************************************************************
       3240-TESTAR-DOMICILIO.
           MOVE "N" TO WS-DOM-PULAR.
           MOVE "N" TO WS-DOM-FAMILIA.
           MOVE APELIDO      TO WS-DOM-ATUAL.
           MOVE REG-ENDERECO TO WS-DOM-REG-END.
           IF WS-ETIQ-TIPO = "G"
               MOVE GR-CHAVE TO WS-DOM-GR-CHAVE
           END-IF.
           MOVE 1 TO WS-DOM-QTD.
           MOVE APELIDO TO WS-DOM-MEMBRO (1).
           PERFORM 3242-EXPANDIR-DOMICILIO
               VARYING WS-DOM-IDX FROM 1 BY 1
               UNTIL WS-DOM-IDX > WS-DOM-QTD.
           PERFORM 3246-AVALIAR-MEMBRO-DOM
              THRU 3246-AVALIAR-MEMBRO-DOM-EXIT
               VARYING WS-DOM-IDX FROM 2 BY 1
               UNTIL WS-DOM-IDX > WS-DOM-QTD.
           MOVE WS-DOM-REG-END TO REG-ENDERECO.
           IF WS-ETIQ-TIPO = "G"
               MOVE WS-DOM-GR-CHAVE TO GR-CHAVE
               START REGGRUPO KEY GREATER THAN GR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-REGGRUPO
               END-START
           END-IF.
       3240-TESTAR-DOMICILIO-EXIT.
           EXIT.

       3242-EXPANDIR-DOMICILIO.
           MOVE "N" TO WS-EOF-RELACAO.
           MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO RL-APELIDO.
           MOVE SPACES                     TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           PERFORM 3243-LER-LIGACAO-DOM UNTIL FIM-RELACAO.

       3243-LER-LIGACAO-DOM.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
               NOT AT END
                   IF RL-APELIDO NOT = WS-DOM-MEMBRO (WS-DOM-IDX)
                       MOVE "S" TO WS-EOF-RELACAO
                   ELSE
                       PERFORM 3244-INCLUIR-MEMBRO-DOM
                          THRU 3244-INCLUIR-MEMBRO-DOM-EXIT
                   END-IF
           END-READ.

       3244-INCLUIR-MEMBRO-DOM.
           PERFORM 3270-BUSCAR-TIPO THRU 3270-BUSCAR-TIPO-EXIT.
           IF WS-RLC-FAMILIA NOT = "S"
               GO TO 3244-INCLUIR-MEMBRO-DOM-EXIT
           END-IF.
           PERFORM 3248-PROCURAR-MEMBRO.
           IF WS-DOM-ACHOU = "S" OR WS-DOM-QTD >= WS-DOM-MAX
               GO TO 3244-INCLUIR-MEMBRO-DOM-EXIT
           END-IF.
           MOVE RL-OUTRO TO END-APELIDO.
           READ ENDAMIGO
               INVALID KEY
                   GO TO 3244-INCLUIR-MEMBRO-DOM-EXIT
           END-READ.
           IF REG-ENDERECO (13:69) NOT = WS-DOM-REG-END (13:69)
               GO TO 3244-INCLUIR-MEMBRO-DOM-EXIT
           END-IF.
           ADD 1 TO WS-DOM-QTD.
           MOVE RL-OUTRO TO WS-DOM-MEMBRO (WS-DOM-QTD).
       3244-INCLUIR-MEMBRO-DOM-EXIT.
           EXIT.

       3246-AVALIAR-MEMBRO-DOM.
           MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO WS-SIT-TESTE.
           PERFORM 2910-TESTAR-SITUACAO THRU 2910-TESTAR-SITUACAO-EXIT.
           IF WS-SIT-NAO-CONTATAR = "S"
               GO TO 3246-AVALIAR-MEMBRO-DOM-EXIT
           END-IF.
           IF WS-ETIQ-TIPO = "G"
               MOVE WS-ETIQ-GRUPO              TO GRUPO-NOME
               MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO GR-APELIDO
               READ REGGRUPO
                   INVALID KEY
                       GO TO 3246-AVALIAR-MEMBRO-DOM-EXIT
               END-READ
           END-IF.
           MOVE "S" TO WS-DOM-FAMILIA.
           IF WS-DOM-MEMBRO (WS-DOM-IDX) < WS-DOM-ATUAL
               MOVE "S" TO WS-DOM-PULAR
           END-IF.
       3246-AVALIAR-MEMBRO-DOM-EXIT.
           EXIT.

      ******************************************************************
      * 3248-PROCURAR-MEMBRO - procura RL-OUTRO na tabela de membros
      *                        WS-DOM-MEMBRO. Resultado em WS-DOM-ACHOU.
      ******************************************************************
       3248-PROCURAR-MEMBRO.
           MOVE "N" TO WS-DOM-ACHOU.
           PERFORM 3249-COMPARAR-MEMBRO
               VARYING WS-DOM-BUSCA FROM 1 BY 1
               UNTIL WS-DOM-BUSCA > WS-DOM-QTD
                  OR WS-DOM-ACHOU = "S".

       3249-COMPARAR-MEMBRO.
           IF WS-DOM-MEMBRO (WS-DOM-BUSCA) = RL-OUTRO
               MOVE "S" TO WS-DOM-ACHOU
           END-IF.

      ******************************************************************
      * 3250-RELATORIO-FAMILIAS - lista em RELACAO-FAMILIAS.REL cada
      *                           familia: o grupo de amigos ligados,
      *                           direta ou indiretamente, por relacoes
      *                           de parentesco (CONJUGE, FILHO,
      *                           PAI/MAE, IRMAO, PARENTE). Cada membro
      *                           sai com o endereco de ENDAMIGO.DAT,
      *                           o que mostra quem mora junto, e as
      *                           suas relacoes. A familia e listada
      *                           uma vez, quando REGAMIGO.DAT chega ao
      *                           seu menor APELIDO.
      ******************************************************************
       3250-RELATORIO-FAMILIAS.
           OPEN INPUT RELACAO.
           IF WS-FS-RELACAO = "35"
               DISPLAY "NENHUMA RELACAO CADASTRADA"
               GO TO 3250-RELATORIO-FAMILIAS-EXIT
           END-IF.
           IF WS-FS-RELACAO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO.DAT - STATUS "
                       WS-FS-RELACAO
               GO TO 3250-RELATORIO-FAMILIAS-EXIT
           END-IF.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               CLOSE RELACAO
               GO TO 3250-RELATORIO-FAMILIAS-EXIT
           END-IF.
           MOVE "N" TO WS-FAM-END-ABERTO.
           OPEN INPUT ENDAMIGO.
           IF WS-FS-ENDAMIGO = "00"
               MOVE "S" TO WS-FAM-END-ABERTO
           END-IF.
           OPEN OUTPUT RELFAM.
           IF WS-FS-RELFAM NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR RELACAO-FAMILIAS.REL - "
                       "STATUS " WS-FS-RELFAM
               CLOSE RELACAO
               CLOSE REGAMIGO
               IF WS-FAM-END-ABERTO = "S"
                   CLOSE ENDAMIGO
               END-IF
               GO TO 3250-RELATORIO-FAMILIAS-EXIT
           END-IF.
           MOVE "FAMILIAS E DOMICILIOS" TO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           MOVE ZERO TO WS-QTD-FAM WS-QTD-FAM-MEMBROS.
           MOVE "N"  TO WS-EOF-REGAMIGO.
           PERFORM 3252-LER-AMIGO-FAM UNTIL FIM-REGAMIGO.
           CLOSE RELACAO.
           CLOSE REGAMIGO.
           IF WS-FAM-END-ABERTO = "S"
               CLOSE ENDAMIGO
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "FAMILIAS LISTADAS.: " WS-QTD-FAM
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "AMIGOS EM FAMILIAS: " WS-QTD-FAM-MEMBROS
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           CLOSE RELFAM.
           DISPLAY "RELATORIO GRAVADO EM RELACAO-FAMILIAS.REL".
           DISPLAY "FAMILIAS LISTADAS.: " WS-QTD-FAM.
           DISPLAY "AMIGOS EM FAMILIAS: " WS-QTD-FAM-MEMBROS.
       3250-RELATORIO-FAMILIAS-EXIT.
           EXIT.

       3252-LER-AMIGO-FAM.
           READ REGAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGAMIGO
               NOT AT END
                   PERFORM 3254-MONTAR-FAMILIA
                      THRU 3254-MONTAR-FAMILIA-EXIT
           END-READ.

      ******************************************************************
      * 3254-MONTAR-FAMILIA - monta na tabela WS-DOM-MEMBRO a familia
      *                       do amigo corrente, parando assim que
      *                       aparece um APELIDO menor (a familia ja
      *                       foi listada). Listada a familia, volta a
      *                       posicionar REGAMIGO.DAT depois do amigo.
      ******************************************************************
       3254-MONTAR-FAMILIA.
           MOVE APELIDO TO WS-DOM-ATUAL.
           MOVE 1       TO WS-DOM-QTD.
           MOVE APELIDO TO WS-DOM-MEMBRO (1).
           MOVE "N"     TO WS-DOM-MENOR.
           MOVE "N"     TO WS-DOM-CHEIO.
           PERFORM 3256-EXPANDIR-FAMILIA
               VARYING WS-DOM-IDX FROM 1 BY 1
               UNTIL WS-DOM-IDX > WS-DOM-QTD
                  OR WS-DOM-MENOR = "S".
           IF WS-DOM-MENOR = "S" OR WS-DOM-QTD = 1
               GO TO 3254-MONTAR-FAMILIA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-FAM.
           ADD WS-DOM-QTD TO WS-QTD-FAM-MEMBROS.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "FAMILIA " WS-QTD-FAM " - " WS-DOM-QTD " PESSOAS"
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           IF WS-DOM-CHEIO = "S"
               MOVE "(LISTA INCOMPLETA - LIMITE DA TABELA)"
                   TO WS-REL-LINHA (40:40)
           END-IF.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           PERFORM 3258-IMPRIMIR-MEMBRO-FAM
               VARYING WS-DOM-IDX FROM 1 BY 1
               UNTIL WS-DOM-IDX > WS-DOM-QTD.
           MOVE WS-DOM-ATUAL TO APELIDO.
           START REGAMIGO KEY GREATER THAN APELIDO
               INVALID KEY
                   MOVE "S" TO WS-EOF-REGAMIGO
           END-START.
       3254-MONTAR-FAMILIA-EXIT.
           EXIT.

       3256-EXPANDIR-FAMILIA.
           MOVE "N" TO WS-EOF-RELACAO.
           MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO RL-APELIDO.
           MOVE SPACES                     TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           PERFORM 3257-LER-LIGACAO-FAM
               UNTIL FIM-RELACAO OR WS-DOM-MENOR = "S".

       3257-LER-LIGACAO-FAM.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
               NOT AT END
                   IF RL-APELIDO NOT = WS-DOM-MEMBRO (WS-DOM-IDX)
                       MOVE "S" TO WS-EOF-RELACAO
                   ELSE
                       PERFORM 3259-INCLUIR-MEMBRO-FAM
                          THRU 3259-INCLUIR-MEMBRO-FAM-EXIT
                   END-IF
           END-READ.

       3258-IMPRIMIR-MEMBRO-FAM.
           MOVE SPACES TO WS-DET-FAM-REL.
           MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO DET-FM-APELIDO.
           MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO DET-FM-NOME
               NOT INVALID KEY
                   MOVE NOME TO DET-FM-NOME
           END-READ.
           MOVE "(SEM ENDERECO)" TO DET-FM-ENDERECO.
           IF WS-FAM-END-ABERTO = "S"
               MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO END-APELIDO
               READ ENDAMIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO DET-FM-ENDERECO
                       STRING FUNCTION TRIM (END-RUA) ", "
                              FUNCTION TRIM (END-NUMERO) " - "
                              FUNCTION TRIM (END-CIDADE) "/" END-UF
                           DELIMITED BY SIZE INTO DET-FM-ENDERECO
               END-READ
           END-IF.
           MOVE WS-DET-FAM-REL TO WS-REL-LINHA.
           PERFORM 3265-GRAVAR-LINHA-FAM.
           MOVE "N" TO WS-EOF-RELACAO.
           MOVE WS-DOM-MEMBRO (WS-DOM-IDX) TO RL-APELIDO.
           MOVE SPACES                     TO RL-OUTRO.
           START RELACAO KEY NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RELACAO
           END-START.
           PERFORM 3260-IMPRIMIR-LIGACAO-FAM UNTIL FIM-RELACAO.

       3259-INCLUIR-MEMBRO-FAM.
           PERFORM 3270-BUSCAR-TIPO THRU 3270-BUSCAR-TIPO-EXIT.
           IF WS-RLC-FAMILIA NOT = "S"
               GO TO 3259-INCLUIR-MEMBRO-FAM-EXIT
           END-IF.
           IF RL-OUTRO < WS-DOM-ATUAL
               MOVE "S" TO WS-DOM-MENOR
               GO TO 3259-INCLUIR-MEMBRO-FAM-EXIT
           END-IF.
           PERFORM 3248-PROCURAR-MEMBRO.
           IF WS-DOM-ACHOU = "S"
               GO TO 3259-INCLUIR-MEMBRO-FAM-EXIT
           END-IF.
           IF WS-DOM-QTD >= WS-DOM-MAX
               MOVE "S" TO WS-DOM-CHEIO
               GO TO 3259-INCLUIR-MEMBRO-FAM-EXIT
           END-IF.
           ADD 1 TO WS-DOM-QTD.
           MOVE RL-OUTRO TO WS-DOM-MEMBRO (WS-DOM-QTD).
       3259-INCLUIR-MEMBRO-FAM-EXIT.
           EXIT.

       3260-IMPRIMIR-LIGACAO-FAM.
           READ RELACAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RELACAO
               NOT AT END
                   IF RL-APELIDO NOT = WS-DOM-MEMBRO (WS-DOM-IDX)
                       MOVE "S" TO WS-EOF-RELACAO
                   ELSE
                       MOVE SPACES TO WS-REL-LINHA
                       STRING "                " RL-TIPO " " RL-OUTRO
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       PERFORM 3265-GRAVAR-LINHA-FAM
                   END-IF
           END-READ.

      ******************************************************************
      * 3265-GRAVAR-LINHA-FAM - grava WS-REL-LINHA em
      *                         RELACAO-FAMILIAS.REL com controle de
      *                         pagina.
      ******************************************************************
       3265-GRAVAR-LINHA-FAM.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3266-CABECALHO-FAM
           END-IF.
           WRITE REG-RELFAM FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3266-CABECALHO-FAM.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELFAM FROM WS-CAB-RELATORIO.
           WRITE REG-RELFAM FROM WS-CAB-COLUNAS-FAM.
           WRITE REG-RELFAM FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 3270-BUSCAR-TIPO - procura RL-TIPO na tabela de tipos e devolve
      *                    o tipo inverso em WS-RLC-INVERSO e, em
      *                    WS-RLC-FAMILIA, "S" quando o tipo e de
      *                    parentesco (conta para familia e domicilio).
      *                    Tipo fora da tabela volta como "PARENTE DE",
      *                    sem parentesco.
      ******************************************************************
       3270-BUSCAR-TIPO.
           MOVE "PARENTE DE" TO WS-RLC-INVERSO.
           MOVE "N"          TO WS-RLC-FAMILIA.
           PERFORM 3272-COMPARAR-TIPO
               VARYING WS-RLC-BUSCA FROM 1 BY 1
               UNTIL WS-RLC-BUSCA > WS-RLC-QTD-TIPOS.
       3270-BUSCAR-TIPO-EXIT.
           EXIT.

       3272-COMPARAR-TIPO.
           IF WS-RLC-TIPO-TAB (WS-RLC-BUSCA) = RL-TIPO
               MOVE WS-RLC-INV-TAB (WS-RLC-BUSCA) TO WS-RLC-INVERSO
               MOVE WS-RLC-FAM-TAB (WS-RLC-BUSCA) TO WS-RLC-FAMILIA
           END-IF.

      ******************************************************************
      * 3300-EMITIR-ESTATISTICA - modo ESTATISTICA [AAAAMM] da linha de
      *                           comando: estatistica gerencial do mes
      *                           (padrao: mes corrente) em
      *                           AMIGO-ESTATISTICA.REL. Cadastro e
      *                           movimento do mes (REGLOG.DAT e a
      *                           geracao do mes), membros por grupo,
      *                           completude dos dados, contatos do mes
      *                           por tipo, amigos por UF e comparacao
      *                           com o mes anterior. Os numeros de cada
      *                           execucao vao para o historico
      *                           AMIGO-ESTATISTICA.HIS, de onde sai a
      *                           comparacao e a evolucao dos ultimos
      *                           doze meses apurados. RC 4 quando algum
      *                           arquivo nao pode ser lido; RC 8 quando
      *                           o relatorio nao e emitido.
      ******************************************************************
       3300-EMITIR-ESTATISTICA.
           MOVE "N" TO WS-REL-CONSOLE.
           MOVE SPACES TO WS-MODO-VERBO WS-EST-MES-X.
           UNSTRING WS-MODO-EXECUCAO DELIMITED BY ALL " "
               INTO WS-MODO-VERBO WS-EST-MES-X
           END-UNSTRING.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-EST-MES-X = SPACES
               MOVE WS-DATA-SISTEMA (1:6) TO WS-EST-MES-X
           END-IF.
           IF WS-EST-MES-X IS NOT NUMERIC
               DISPLAY "INFORME O MES: ESTATISTICA [AAAAMM]"
               MOVE 8 TO RETURN-CODE
               GO TO 3300-EMITIR-ESTATISTICA-EXIT
           END-IF.
           MOVE WS-EST-MES-X       TO WS-EST-MES.
           MOVE WS-EST-MES-X (5:2) TO WS-EST-MES-MM.
           IF WS-EST-MES-MM < 1 OR WS-EST-MES-MM > 12
               DISPLAY "INFORME O MES: ESTATISTICA [AAAAMM]"
               MOVE 8 TO RETURN-CODE
               GO TO 3300-EMITIR-ESTATISTICA-EXIT
           END-IF.
           MOVE "N"   TO WS-EST-AVISO.
           MOVE SPACES TO WS-EST-ATUAL.
           MOVE ZERO  TO WS-EA-AMIGOS WS-EA-INCLUSOES WS-EA-EXCLUSOES
                         WS-EA-GRUPOS WS-EA-VINCULOS WS-EA-SEM-GRUPO
                         WS-EA-CONTATOS WS-EA-PCT-FONE WS-EA-PCT-NASC
                         WS-EA-PCT-EMAIL WS-EA-PCT-END.
           MOVE WS-EST-MES      TO WS-EA-MES.
           MOVE WS-DATA-SISTEMA TO WS-EA-DATA.
           MOVE ZERO  TO WS-EST-COM-FONE WS-EST-COM-NASC
                         WS-EST-COM-EMAIL WS-EST-COM-END
                         WS-EST-COM-GRUPO WS-EST-UF-OUTRAS
                         WS-EST-LOG-LIDOS WS-ECT-USADOS WS-EV-QTD.
           MOVE ZEROS TO WS-EST-UF-QTDS.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               MOVE 8 TO RETURN-CODE
               GO TO 3300-EMITIR-ESTATISTICA-EXIT
           END-IF.
           OPEN OUTPUT RELEST.
           IF WS-FS-RELEST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-ESTATISTICA.REL - "
                       "STATUS " WS-FS-RELEST
               CLOSE REGAMIGO
               MOVE 8 TO RETURN-CODE
               GO TO 3300-EMITIR-ESTATISTICA-EXIT
           END-IF.
           MOVE SPACES TO WS-CAB-TITULO.
           STRING "ESTATISTICA MENSAL - " WS-EST-MES-X (5:2) "/"
                  WS-EST-MES-X (1:4)
               DELIMITED BY SIZE INTO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           PERFORM 3310-CONTAR-CADASTRO THRU 3310-CONTAR-CADASTRO-EXIT.
           PERFORM 3320-CONTAR-LOG.
           PERFORM 3325-IMPRIMIR-CADASTRO.
           PERFORM 3330-CONTAR-GRUPOS THRU 3330-CONTAR-GRUPOS-EXIT.
           PERFORM 3340-IMPRIMIR-COMPLETUDE.
           PERFORM 3345-CONTAR-CONTATOS THRU 3345-CONTAR-CONTATOS-EXIT.
           PERFORM 3350-IMPRIMIR-UF.
           CLOSE REGAMIGO.
           PERFORM 3360-LER-HISTORICO THRU 3360-LER-HISTORICO-EXIT.
           PERFORM 3370-IMPRIMIR-COMPARACAO
              THRU 3370-IMPRIMIR-COMPARACAO-EXIT.
           PERFORM 3375-IMPRIMIR-EVOLUCAO.
           PERFORM 3378-GRAVAR-HISTORICO
              THRU 3378-GRAVAR-HISTORICO-EXIT.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.
           CLOSE RELEST.
           DISPLAY "ESTATISTICA GRAVADA EM AMIGO-ESTATISTICA.REL".
           DISPLAY "MES APURADO...........: " WS-EST-MES-X.
           DISPLAY "AMIGOS NO CADASTRO....: " WS-EA-AMIGOS.
           DISPLAY "INCLUSOES NO MES......: " WS-EA-INCLUSOES.
           DISPLAY "EXCLUSOES NO MES......: " WS-EA-EXCLUSOES.
           DISPLAY "CONTATOS NO MES.......: " WS-EA-CONTATOS.
           IF WS-EST-AVISO = "S"
               DISPLAY "ATENCAO: HOUVE ARQUIVO NAO LIDO - VEJA AS "
                       "MENSAGENS ACIMA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3300-EMITIR-ESTATISTICA-EXIT.
           EXIT.

      ******************************************************************
      * 3310-CONTAR-CADASTRO - le REGAMIGO.DAT inteiro contando os
      *                        amigos com telefone, nascimento valido,
      *                        e-mail valido e endereco em ENDAMIGO.DAT,
      *                        e os amigos por UF do endereco.
      ******************************************************************
       3310-CONTAR-CADASTRO.
           MOVE "N" TO WS-EST-END-ABERTO.
           OPEN INPUT ENDAMIGO.
           IF WS-FS-ENDAMIGO = "00"
               MOVE "S" TO WS-EST-END-ABERTO
           ELSE
               IF WS-FS-ENDAMIGO NOT = "35"
                   DISPLAY "NAO FOI POSSIVEL ABRIR ENDAMIGO.DAT - "
                           "STATUS " WS-FS-ENDAMIGO
                   MOVE "S" TO WS-EST-AVISO
               END-IF
           END-IF.
           MOVE "N" TO WS-EOF-REGAMIGO.
           PERFORM 3312-CONTAR-AMIGO UNTIL FIM-REGAMIGO.
           IF WS-EST-END-ABERTO = "S"
               CLOSE ENDAMIGO
           END-IF.
       3310-CONTAR-CADASTRO-EXIT.
           EXIT.

       3312-CONTAR-AMIGO.
           READ REGAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGAMIGO
               NOT AT END
                   PERFORM 3314-AVALIAR-AMIGO
                      THRU 3314-AVALIAR-AMIGO-EXIT
           END-READ.

       3314-AVALIAR-AMIGO.
           ADD 1 TO WS-EA-AMIGOS.
           IF TELEFONE NOT = SPACES
               ADD 1 TO WS-EST-COM-FONE
           END-IF.
           MOVE DT-NASCIMENTO TO WS-DATA-TESTE.
           PERFORM 985-VALIDAR-DATA THRU 985-VALIDAR-DATA-EXIT.
           IF WS-DATA-VALIDA = "S"
               ADD 1 TO WS-EST-COM-NASC
           END-IF.
           MOVE EMAIL TO WS-EMAIL-TESTE.
           PERFORM 960-VALIDAR-EMAIL.
           IF WS-EMAIL-VALIDO = "S"
               ADD 1 TO WS-EST-COM-EMAIL
           END-IF.
           IF WS-EST-END-ABERTO NOT = "S"
               GO TO 3314-AVALIAR-AMIGO-EXIT
           END-IF.
           MOVE APELIDO TO END-APELIDO.
           READ ENDAMIGO
               INVALID KEY
                   GO TO 3314-AVALIAR-AMIGO-EXIT
           END-READ.
           ADD 1 TO WS-EST-COM-END.
           MOVE "N" TO WS-EST-ACHOU.
           PERFORM 3316-PROCURAR-UF
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > 27 OR WS-EST-ACHOU = "S".
           IF WS-EST-ACHOU NOT = "S"
               ADD 1 TO WS-EST-UF-OUTRAS
           END-IF.
       3314-AVALIAR-AMIGO-EXIT.
           EXIT.

       3316-PROCURAR-UF.
           IF WS-EST-UF (WS-EST-IDX) = END-UF
               ADD 1 TO WS-EST-UF-QTD (WS-EST-IDX)
               MOVE "S" TO WS-EST-ACHOU
           END-IF.

      ******************************************************************
      * 3320-CONTAR-LOG - conta as inclusoes e exclusoes do mes em
      *                   REGLOG.DAT e, se o mes ja foi fechado, na sua
      *                   geracao REGLOG-AAAAMM.DAT.
      ******************************************************************
       3320-CONTAR-LOG.
           MOVE "REGLOG.DAT" TO WS-LOGGER-NOME.
           PERFORM 3322-LER-ARQUIVO-LOG THRU 3322-LER-ARQUIVO-LOG-EXIT.
           MOVE SPACES TO WS-LOGGER-NOME.
           STRING "REGLOG-" WS-EST-MES-X ".DAT"
               DELIMITED BY SIZE INTO WS-LOGGER-NOME.
           PERFORM 3322-LER-ARQUIVO-LOG THRU 3322-LER-ARQUIVO-LOG-EXIT.

       3322-LER-ARQUIVO-LOG.
           MOVE "N" TO WS-EOF-GERACAO.
           OPEN INPUT LOGGER.
           IF WS-FS-LOGGER = "35"
               GO TO 3322-LER-ARQUIVO-LOG-EXIT
           END-IF.
           IF WS-FS-LOGGER NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-LOGGER-NOME)
                       " - STATUS " WS-FS-LOGGER
               MOVE "S" TO WS-EST-AVISO
               GO TO 3322-LER-ARQUIVO-LOG-EXIT
           END-IF.
           PERFORM 3324-CONTAR-UM-LOG UNTIL FIM-GERACAO.
           CLOSE LOGGER.
       3322-LER-ARQUIVO-LOG-EXIT.
           EXIT.

       3324-CONTAR-UM-LOG.
           READ LOGGER
               AT END
                   MOVE "S" TO WS-EOF-GERACAO
               NOT AT END
                   MOVE REG-LOGGER TO WS-LGPD-LOG
                   IF WS-LL-DATA (1:6) = WS-EST-MES-X
                       ADD 1 TO WS-EST-LOG-LIDOS
                       IF WS-LL-OPERACAO = "INCLUSAO"
                           ADD 1 TO WS-EA-INCLUSOES
                       END-IF
                       IF WS-LL-OPERACAO = "EXCLUSAO"
                           ADD 1 TO WS-EA-EXCLUSOES
                       END-IF
                   END-IF
           END-READ.

       3325-IMPRIMIR-CADASTRO.
           MOVE "CADASTRO (REGAMIGO.DAT E REGLOG.DAT)" TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           MOVE "AMIGOS NO CADASTRO"    TO WS-EST-ROTULO.
           MOVE WS-EA-AMIGOS            TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.
           MOVE "INCLUSOES NO MES"      TO WS-EST-ROTULO.
           MOVE WS-EA-INCLUSOES         TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.
           MOVE "EXCLUSOES NO MES"      TO WS-EST-ROTULO.
           MOVE WS-EA-EXCLUSOES         TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.
           MOVE "OPERACOES NO LOG DO MES" TO WS-EST-ROTULO.
           MOVE WS-EST-LOG-LIDOS        TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.

      ******************************************************************
      * 3330-CONTAR-GRUPOS - membros de cada grupo de GRUPOCAD.DAT
      *                      contados em REGGRUPO.DAT, e os amigos que
      *                      nao estao em grupo nenhum: os APELIDOs de
      *                      REGGRUPO.DAT passam pelo SORT e cada um,
      *                      uma vez, e procurado em REGAMIGO.DAT.
      ******************************************************************
       3330-CONTAR-GRUPOS.
           MOVE "GRUPOS (GRUPOCAD.DAT E REGGRUPO.DAT)" TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           MOVE "N" TO WS-EST-GRP-ABERTO.
           OPEN INPUT REGGRUPO.
           IF WS-FS-REGGRUPO = "00"
               MOVE "S" TO WS-EST-GRP-ABERTO
           ELSE
               IF WS-FS-REGGRUPO NOT = "35"
                   DISPLAY "NAO FOI POSSIVEL ABRIR REGGRUPO.DAT - "
                           "STATUS " WS-FS-REGGRUPO
                   MOVE "S" TO WS-EST-AVISO
               END-IF
           END-IF.
           OPEN INPUT GRUPOCAD.
           IF WS-FS-GRUPOCAD = "00"
               MOVE "N" TO WS-EOF-GRUPOCAD
               PERFORM 3332-CONTAR-UM-GRUPO UNTIL FIM-GRUPOCAD
               CLOSE GRUPOCAD
           ELSE
               IF WS-FS-GRUPOCAD NOT = "35"
                   DISPLAY "NAO FOI POSSIVEL ABRIR GRUPOCAD.DAT - "
                           "STATUS " WS-FS-GRUPOCAD
                   MOVE "S" TO WS-EST-AVISO
               END-IF
           END-IF.
           IF WS-EA-GRUPOS = ZERO
               MOVE "   NENHUM GRUPO CADASTRADO" TO WS-REL-LINHA
               PERFORM 3390-GRAVAR-LINHA-EST
           END-IF.
           MOVE "GRUPOS CADASTRADOS"    TO WS-EST-ROTULO.
           MOVE WS-EA-GRUPOS            TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.
           MOVE "VINCULOS (MEMBROS) NOS GRUPOS" TO WS-EST-ROTULO.
           MOVE WS-EA-VINCULOS          TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.
           IF WS-EST-GRP-ABERTO = "S"
               MOVE SPACES TO WS-EST-APELIDO-ANT
               SORT CLASSIF ON ASCENDING KEY CLA-SG-APELIDO
                   INPUT PROCEDURE IS 3334-SELECIONAR-VINCULOS
                       THRU 3334-SELECIONAR-VINCULOS-EXIT
                   OUTPUT PROCEDURE IS 3336-CONTAR-COM-GRUPO
                       THRU 3336-CONTAR-COM-GRUPO-EXIT
               CLOSE REGGRUPO
           END-IF.
           COMPUTE WS-EA-SEM-GRUPO = WS-EA-AMIGOS - WS-EST-COM-GRUPO.
           MOVE "AMIGOS EM NENHUM GRUPO" TO WS-EST-ROTULO.
           MOVE WS-EA-SEM-GRUPO         TO WS-EST-QTD.
           PERFORM 3386-LINHA-PCT-EST.
       3330-CONTAR-GRUPOS-EXIT.
           EXIT.

       3332-CONTAR-UM-GRUPO.
           READ GRUPOCAD NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-GRUPOCAD
               NOT AT END
                   PERFORM 3333-CONTAR-MEMBROS
           END-READ.

       3333-CONTAR-MEMBROS.
           ADD 1 TO WS-EA-GRUPOS.
           MOVE ZERO TO WS-EST-QTD.
           IF WS-EST-GRP-ABERTO = "S"
               MOVE "N"     TO WS-EOF-REGGRUPO
               MOVE GC-NOME TO GRUPO-NOME
               MOVE SPACES  TO GR-APELIDO
               START REGGRUPO KEY NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-REGGRUPO
               END-START
               PERFORM 3335-CONTAR-UM-MEMBRO UNTIL FIM-REGGRUPO
           END-IF.
           ADD WS-EST-QTD TO WS-EA-VINCULOS.
           MOVE SPACES TO WS-EST-ROTULO.
           STRING "GRUPO " GC-NOME
               DELIMITED BY SIZE INTO WS-EST-ROTULO.
           PERFORM 3385-LINHA-QTD-EST.

       3334-SELECIONAR-VINCULOS.
           MOVE "N"        TO WS-EOF-REGGRUPO.
           MOVE LOW-VALUES TO GR-CHAVE.
           START REGGRUPO KEY NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-REGGRUPO
           END-START.
           PERFORM 3337-LIBERAR-VINCULO UNTIL FIM-REGGRUPO.
       3334-SELECIONAR-VINCULOS-EXIT.
           EXIT.

       3335-CONTAR-UM-MEMBRO.
           READ REGGRUPO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGGRUPO
               NOT AT END
                   IF GRUPO-NOME NOT = GC-NOME
                       MOVE "S" TO WS-EOF-REGGRUPO
                   ELSE
                       ADD 1 TO WS-EST-QTD
                   END-IF
           END-READ.

       3336-CONTAR-COM-GRUPO.
           MOVE "N" TO WS-EOF-CLASSIF.
           PERFORM 3338-RETORNAR-VINCULO UNTIL FIM-CLASSIF.
       3336-CONTAR-COM-GRUPO-EXIT.
           EXIT.

       3337-LIBERAR-VINCULO.
           READ REGGRUPO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-REGGRUPO
               NOT AT END
                   MOVE GR-APELIDO TO CLA-SG-APELIDO
                   RELEASE REG-CLA-SEMGRP
           END-READ.

       3338-RETORNAR-VINCULO.
           RETURN CLASSIF
               AT END
                   MOVE "S" TO WS-EOF-CLASSIF
               NOT AT END
                   IF CLA-SG-APELIDO NOT = WS-EST-APELIDO-ANT
                       MOVE CLA-SG-APELIDO TO WS-EST-APELIDO-ANT
                       MOVE CLA-SG-APELIDO TO APELIDO
                       READ REGAMIGO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-EST-COM-GRUPO
                       END-READ
                   END-IF
           END-RETURN.

      ******************************************************************
      * 3340-IMPRIMIR-COMPLETUDE - percentual dos amigos com cada dado
      *                            preenchido, sobre o total do
      *                            cadastro.
      ******************************************************************
       3340-IMPRIMIR-COMPLETUDE.
           MOVE "COMPLETUDE DOS DADOS (SOBRE O TOTAL DE AMIGOS)"
               TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           MOVE "COM TELEFONE"          TO WS-EST-ROTULO.
           MOVE WS-EST-COM-FONE         TO WS-EST-QTD.
           PERFORM 3386-LINHA-PCT-EST.
           MOVE WS-EST-PCT              TO WS-EA-PCT-FONE.
           MOVE "COM DATA DE NASCIMENTO VALIDA" TO WS-EST-ROTULO.
           MOVE WS-EST-COM-NASC         TO WS-EST-QTD.
           PERFORM 3386-LINHA-PCT-EST.
           MOVE WS-EST-PCT              TO WS-EA-PCT-NASC.
           MOVE "COM E-MAIL VALIDO"     TO WS-EST-ROTULO.
           MOVE WS-EST-COM-EMAIL        TO WS-EST-QTD.
           PERFORM 3386-LINHA-PCT-EST.
           MOVE WS-EST-PCT              TO WS-EA-PCT-EMAIL.
           MOVE "COM ENDERECO (ENDAMIGO.DAT)" TO WS-EST-ROTULO.
           MOVE WS-EST-COM-END          TO WS-EST-QTD.
           PERFORM 3386-LINHA-PCT-EST.
           MOVE WS-EST-PCT              TO WS-EA-PCT-END.

      ******************************************************************
      * 3345-CONTAR-CONTATOS - contatos de CONTATO.DAT com data no mes,
      *                        por CT-TIPO (tabela de ate 9 tipos; a
      *                        decima entrada acumula os excedentes
      *                        como *OUTROS*).
      ******************************************************************
       3345-CONTAR-CONTATOS.
           MOVE "CONTATOS DO MES POR TIPO (CONTATO.DAT)"
               TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           OPEN INPUT CONTATO.
           IF WS-FS-CONTATO = "00"
               MOVE "N" TO WS-FIM-CONTATO
               PERFORM 3347-CONTAR-UM-CONTATO UNTIL FIM-CONTATO
               CLOSE CONTATO
           ELSE
               IF WS-FS-CONTATO NOT = "35"
                   DISPLAY "NAO FOI POSSIVEL ABRIR CONTATO.DAT - "
                           "STATUS " WS-FS-CONTATO
                   MOVE "S" TO WS-EST-AVISO
               END-IF
           END-IF.
           IF WS-ECT-USADOS = ZERO
               MOVE "   NENHUM CONTATO NO MES" TO WS-REL-LINHA
               PERFORM 3390-GRAVAR-LINHA-EST
           END-IF.
           PERFORM 3346-IMPRIMIR-TIPO-CONTATO
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-ECT-USADOS.
           MOVE "TOTAL DE CONTATOS NO MES" TO WS-EST-ROTULO.
           MOVE WS-EA-CONTATOS          TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.
       3345-CONTAR-CONTATOS-EXIT.
           EXIT.

       3346-IMPRIMIR-TIPO-CONTATO.
           MOVE WS-ECT-TIPO (WS-EST-IDX) TO WS-EST-ROTULO.
           MOVE WS-ECT-QTD (WS-EST-IDX)  TO WS-EST-QTD.
           PERFORM 3385-LINHA-QTD-EST.

       3347-CONTAR-UM-CONTATO.
           READ CONTATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
               NOT AT END
                   IF CT-DATA (1:6) = WS-EST-MES-X
                       ADD 1 TO WS-EA-CONTATOS
                       PERFORM 3348-ACUMULAR-TIPO
                          THRU 3348-ACUMULAR-TIPO-EXIT
                   END-IF
           END-READ.

       3348-ACUMULAR-TIPO.
           MOVE "N" TO WS-EST-ACHOU.
           PERFORM 3349-PROCURAR-TIPO-TAB
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-ECT-USADOS
                  OR WS-EST-ACHOU = "S".
           IF WS-EST-ACHOU = "S"
               GO TO 3348-ACUMULAR-TIPO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ECT-USADOS < 9
                   ADD 1 TO WS-ECT-USADOS
                   MOVE CT-TIPO TO WS-ECT-TIPO (WS-ECT-USADOS)
                   MOVE 1 TO WS-ECT-QTD (WS-ECT-USADOS)
               WHEN WS-ECT-USADOS = 9
                   MOVE 10 TO WS-ECT-USADOS
                   MOVE "*OUTROS*" TO WS-ECT-TIPO (10)
                   MOVE 1 TO WS-ECT-QTD (10)
               WHEN OTHER
                   ADD 1 TO WS-ECT-QTD (10)
           END-EVALUATE.
       3348-ACUMULAR-TIPO-EXIT.
           EXIT.

       3349-PROCURAR-TIPO-TAB.
           IF WS-ECT-TIPO (WS-EST-IDX) = CT-TIPO
               ADD 1 TO WS-ECT-QTD (WS-EST-IDX)
               MOVE "S" TO WS-EST-ACHOU
           END-IF.

      ******************************************************************
      * 3350-IMPRIMIR-UF - amigos por UF do endereco, em ordem de UF;
      *                    UF fora da tabela e amigo sem endereco saem
      *                    em linhas proprias.
      ******************************************************************
       3350-IMPRIMIR-UF.
           MOVE "AMIGOS POR UF (ENDAMIGO.DAT)" TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           PERFORM 3352-IMPRIMIR-UMA-UF
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > 27.
           IF WS-EST-UF-OUTRAS > ZERO
               MOVE "UF INVALIDA"       TO WS-EST-ROTULO
               MOVE WS-EST-UF-OUTRAS    TO WS-EST-QTD
               PERFORM 3386-LINHA-PCT-EST
           END-IF.
           MOVE "SEM ENDERECO"          TO WS-EST-ROTULO.
           COMPUTE WS-EST-QTD = WS-EA-AMIGOS - WS-EST-COM-END.
           PERFORM 3386-LINHA-PCT-EST.

       3352-IMPRIMIR-UMA-UF.
           IF WS-EST-UF-QTD (WS-EST-IDX) > ZERO
               MOVE SPACES TO WS-EST-ROTULO
               STRING "UF " WS-EST-UF (WS-EST-IDX)
                   DELIMITED BY SIZE INTO WS-EST-ROTULO
               MOVE WS-EST-UF-QTD (WS-EST-IDX) TO WS-EST-QTD
               PERFORM 3386-LINHA-PCT-EST
           END-IF.

      ******************************************************************
      * 3360-LER-HISTORICO - carrega de AMIGO-ESTATISTICA.HIS os numeros
      *                      dos meses anteriores ao apurado, em ordem
      *                      de mes, guardando os ultimos doze. O mesmo
      *                      mes apurado mais de uma vez vale pela
      *                      ultima execucao.
      ******************************************************************
       3360-LER-HISTORICO.
           MOVE ZERO TO WS-EV-QTD.
           MOVE "N"  TO WS-EOF-ESTHIS.
           OPEN INPUT ESTHIS.
           IF WS-FS-ESTHIS = "35"
               GO TO 3360-LER-HISTORICO-EXIT
           END-IF.
           IF WS-FS-ESTHIS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-ESTATISTICA.HIS - "
                       "STATUS " WS-FS-ESTHIS
               MOVE "S" TO WS-EST-AVISO
               GO TO 3360-LER-HISTORICO-EXIT
           END-IF.
           PERFORM 3362-LER-UM-HISTORICO UNTIL FIM-ESTHIS.
           CLOSE ESTHIS.
       3360-LER-HISTORICO-EXIT.
           EXIT.

       3362-LER-UM-HISTORICO.
           READ ESTHIS
               AT END
                   MOVE "S" TO WS-EOF-ESTHIS
               NOT AT END
                   IF EH-MES IS NUMERIC AND EH-MES < WS-EST-MES
                       PERFORM 3364-GUARDAR-MES
                          THRU 3364-GUARDAR-MES-EXIT
                   END-IF
           END-READ.

       3364-GUARDAR-MES.
           MOVE "N" TO WS-EST-ACHOU.
           PERFORM 3366-PROCURAR-MES
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-QTD OR WS-EST-ACHOU = "S".
           IF WS-EST-ACHOU = "S"
               GO TO 3364-GUARDAR-MES-EXIT
           END-IF.
           MOVE ZERO TO WS-EV-POS.
           PERFORM 3367-ACHAR-POSICAO
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-QTD.
           IF WS-EV-POS = ZERO
               COMPUTE WS-EV-POS = WS-EV-QTD + 1
           END-IF.
           IF WS-EV-QTD >= 12
               IF WS-EV-POS = 1
                   GO TO 3364-GUARDAR-MES-EXIT
               END-IF
               PERFORM 3368-DESCARTAR-MAIS-ANTIGO
                   VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > 11
               MOVE 11 TO WS-EV-QTD
               SUBTRACT 1 FROM WS-EV-POS
           END-IF.
           PERFORM 3369-ABRIR-POSICAO
               VARYING WS-EV-IDX FROM WS-EV-QTD BY -1
               UNTIL WS-EV-IDX < WS-EV-POS.
           ADD 1 TO WS-EV-QTD.
           MOVE REG-ESTHIS TO WS-EV-ENTRADA (WS-EV-POS).
       3364-GUARDAR-MES-EXIT.
           EXIT.

       3366-PROCURAR-MES.
           IF WS-EV-MES (WS-EV-IDX) = EH-MES
               MOVE REG-ESTHIS TO WS-EV-ENTRADA (WS-EV-IDX)
               MOVE "S" TO WS-EST-ACHOU
           END-IF.

       3367-ACHAR-POSICAO.
           IF WS-EV-POS = ZERO AND WS-EV-MES (WS-EV-IDX) > EH-MES
               MOVE WS-EV-IDX TO WS-EV-POS
           END-IF.

       3368-DESCARTAR-MAIS-ANTIGO.
           MOVE WS-EV-ENTRADA (WS-EV-IDX + 1)
               TO WS-EV-ENTRADA (WS-EV-IDX).

       3369-ABRIR-POSICAO.
           MOVE WS-EV-ENTRADA (WS-EV-IDX)
               TO WS-EV-ENTRADA (WS-EV-IDX + 1).

      ******************************************************************
      * 3370-IMPRIMIR-COMPARACAO - numeros do mes apurado contra os do
      *                            ultimo mes anterior no historico,
      *                            com a variacao.
      ******************************************************************
       3370-IMPRIMIR-COMPARACAO.
           MOVE "COMPARACAO COM O MES ANTERIOR (AMIGO-ESTATISTICA.HIS)"
               TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           IF WS-EV-QTD = ZERO
               MOVE "   SEM HISTORICO DE MES ANTERIOR - A COMPARACAO "
                   TO WS-REL-LINHA
               MOVE "COMECA NA PROXIMA APURACAO"
                   TO WS-REL-LINHA (49:30)
               PERFORM 3390-GRAVAR-LINHA-EST
               GO TO 3370-IMPRIMIR-COMPARACAO-EXIT
           END-IF.
           MOVE WS-EV-MES (WS-EV-QTD)  TO WS-EST-MES-ANT.
           MOVE WS-EV-DATA (WS-EV-QTD) TO WS-EST-DATA-ANT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "   MES ANTERIOR: " WS-EST-MES-ANT (5:2) "/"
                  WS-EST-MES-ANT (1:4) " - APURADO EM "
                  WS-EST-DATA-ANT (7:2) "/" WS-EST-DATA-ANT (5:2) "/"
                  WS-EST-DATA-ANT (1:4)
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.
           MOVE WS-CAB-CMP-EST TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.
           MOVE "AMIGOS NO CADASTRO"         TO WS-EST-ROTULO.
           MOVE WS-EA-AMIGOS                 TO WS-EST-QTD.
           MOVE WS-EV-AMIGOS (WS-EV-QTD)     TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "INCLUSOES NO MES"           TO WS-EST-ROTULO.
           MOVE WS-EA-INCLUSOES              TO WS-EST-QTD.
           MOVE WS-EV-INCLUSOES (WS-EV-QTD)  TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "EXCLUSOES NO MES"           TO WS-EST-ROTULO.
           MOVE WS-EA-EXCLUSOES              TO WS-EST-QTD.
           MOVE WS-EV-EXCLUSOES (WS-EV-QTD)  TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "GRUPOS CADASTRADOS"         TO WS-EST-ROTULO.
           MOVE WS-EA-GRUPOS                 TO WS-EST-QTD.
           MOVE WS-EV-GRUPOS (WS-EV-QTD)     TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "VINCULOS (MEMBROS) NOS GRUPOS" TO WS-EST-ROTULO.
           MOVE WS-EA-VINCULOS               TO WS-EST-QTD.
           MOVE WS-EV-VINCULOS (WS-EV-QTD)   TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "AMIGOS EM NENHUM GRUPO"     TO WS-EST-ROTULO.
           MOVE WS-EA-SEM-GRUPO              TO WS-EST-QTD.
           MOVE WS-EV-SEM-GRUPO (WS-EV-QTD)  TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "CONTATOS NO MES"            TO WS-EST-ROTULO.
           MOVE WS-EA-CONTATOS               TO WS-EST-QTD.
           MOVE WS-EV-CONTATOS (WS-EV-QTD)   TO WS-EST-QTD-ANT.
           PERFORM 3372-LINHA-CMP-QTD.
           MOVE "% COM TELEFONE"             TO WS-EST-ROTULO.
           MOVE WS-EA-PCT-FONE               TO WS-EST-PCT.
           MOVE WS-EV-PCT-FONE (WS-EV-QTD)   TO WS-EST-PCT-ANT.
           PERFORM 3374-LINHA-CMP-PCT.
           MOVE "% COM DATA DE NASCIMENTO VALIDA" TO WS-EST-ROTULO.
           MOVE WS-EA-PCT-NASC               TO WS-EST-PCT.
           MOVE WS-EV-PCT-NASC (WS-EV-QTD)   TO WS-EST-PCT-ANT.
           PERFORM 3374-LINHA-CMP-PCT.
           MOVE "% COM E-MAIL VALIDO"        TO WS-EST-ROTULO.
           MOVE WS-EA-PCT-EMAIL              TO WS-EST-PCT.
           MOVE WS-EV-PCT-EMAIL (WS-EV-QTD)  TO WS-EST-PCT-ANT.
           PERFORM 3374-LINHA-CMP-PCT.
           MOVE "% COM ENDERECO"             TO WS-EST-ROTULO.
           MOVE WS-EA-PCT-END                TO WS-EST-PCT.
           MOVE WS-EV-PCT-END (WS-EV-QTD)    TO WS-EST-PCT-ANT.
           PERFORM 3374-LINHA-CMP-PCT.
       3370-IMPRIMIR-COMPARACAO-EXIT.
           EXIT.

       3372-LINHA-CMP-QTD.
           MOVE SPACES          TO WS-DET-CMP-QTD.
           MOVE WS-EST-ROTULO   TO DET-CQ-ROTULO.
           MOVE WS-EST-QTD      TO DET-CQ-ATUAL.
           MOVE WS-EST-QTD-ANT  TO DET-CQ-ANTERIOR.
           COMPUTE WS-EST-VAR-QTD = WS-EST-QTD - WS-EST-QTD-ANT.
           MOVE WS-EST-VAR-QTD  TO DET-CQ-VARIACAO.
           MOVE WS-DET-CMP-QTD  TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.

       3374-LINHA-CMP-PCT.
           MOVE SPACES          TO WS-DET-CMP-PCT.
           MOVE WS-EST-ROTULO   TO DET-CP-ROTULO.
           MOVE WS-EST-PCT      TO DET-CP-ATUAL.
           MOVE WS-EST-PCT-ANT  TO DET-CP-ANTERIOR.
           COMPUTE WS-EST-VAR-PCT = WS-EST-PCT - WS-EST-PCT-ANT.
           MOVE WS-EST-VAR-PCT  TO DET-CP-VARIACAO.
           MOVE WS-DET-CMP-PCT  TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.

      ******************************************************************
      * 3375-IMPRIMIR-EVOLUCAO - uma linha por mes do historico, mais a
      *                          do mes apurado, para acompanhar a
      *                          tendencia ao longo do ano.
      ******************************************************************
       3375-IMPRIMIR-EVOLUCAO.
           MOVE "EVOLUCAO MENSAL (ULTIMOS MESES APURADOS)"
               TO WS-EST-SECAO.
           PERFORM 3384-TITULO-SECAO.
           MOVE WS-CAB-EVO-EST TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.
           MOVE WS-EST-ATUAL TO WS-EV-ENTRADA (WS-EV-QTD + 1).
           PERFORM 3376-IMPRIMIR-UM-MES
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-QTD + 1.

       3376-IMPRIMIR-UM-MES.
           MOVE SPACES TO WS-DET-EVO-EST.
           MOVE WS-EV-MES (WS-EV-IDX)       TO WS-EST-MES-ANT.
           STRING WS-EST-MES-ANT (5:2) "/" WS-EST-MES-ANT (1:4)
               DELIMITED BY SIZE INTO DET-EE-MES.
           MOVE WS-EV-AMIGOS (WS-EV-IDX)    TO DET-EE-AMIGOS.
           MOVE WS-EV-INCLUSOES (WS-EV-IDX) TO DET-EE-INCLUSOES.
           MOVE WS-EV-EXCLUSOES (WS-EV-IDX) TO DET-EE-EXCLUSOES.
           MOVE WS-EV-CONTATOS (WS-EV-IDX)  TO DET-EE-CONTATOS.
           MOVE WS-EV-SEM-GRUPO (WS-EV-IDX) TO DET-EE-SEM-GRUPO.
           MOVE WS-EV-PCT-FONE (WS-EV-IDX)  TO DET-EE-PCT-FONE.
           MOVE WS-EV-PCT-NASC (WS-EV-IDX)  TO DET-EE-PCT-NASC.
           MOVE WS-EV-PCT-EMAIL (WS-EV-IDX) TO DET-EE-PCT-EMAIL.
           MOVE WS-EV-PCT-END (WS-EV-IDX)   TO DET-EE-PCT-END.
           MOVE WS-DET-EVO-EST TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.

      ******************************************************************
      * 3378-GRAVAR-HISTORICO - acrescenta os numeros desta execucao ao
      *                         historico AMIGO-ESTATISTICA.HIS.
      ******************************************************************
       3378-GRAVAR-HISTORICO.
           OPEN EXTEND ESTHIS.
           IF WS-FS-ESTHIS = "35"
               OPEN OUTPUT ESTHIS
           END-IF.
           IF WS-FS-ESTHIS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR AMIGO-ESTATISTICA.HIS - "
                       "STATUS " WS-FS-ESTHIS
               DISPLAY "OS NUMEROS DESTE MES NAO ENTRARAM NO HISTORICO"
               MOVE "S" TO WS-EST-AVISO
               GO TO 3378-GRAVAR-HISTORICO-EXIT
           END-IF.
           WRITE REG-ESTHIS FROM WS-EST-ATUAL.
           CLOSE ESTHIS.
       3378-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 3384-TITULO-SECAO a 3392-CABECALHO-EST - linhas de
      *                         AMIGO-ESTATISTICA.REL: titulo de secao,
      *                         indicador com quantidade, indicador com
      *                         quantidade e percentual sobre o total
      *                         de amigos, e gravacao com controle de
      *                         pagina.
      ******************************************************************
       3384-TITULO-SECAO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.
           MOVE WS-EST-SECAO TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.

       3385-LINHA-QTD-EST.
           MOVE SPACES         TO WS-DET-EST-REL.
           MOVE WS-EST-ROTULO  TO DET-ES-ROTULO.
           MOVE WS-EST-QTD     TO DET-ES-QTD.
           MOVE WS-DET-EST-REL TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.

       3386-LINHA-PCT-EST.
           IF WS-EA-AMIGOS = ZERO
               MOVE ZERO TO WS-EST-PCT
           ELSE
               COMPUTE WS-EST-PCT ROUNDED =
                   WS-EST-QTD * 100 / WS-EA-AMIGOS
           END-IF.
           MOVE SPACES         TO WS-DET-EST-REL.
           MOVE WS-EST-ROTULO  TO DET-ES-ROTULO.
           MOVE WS-EST-QTD     TO DET-ES-QTD.
           MOVE WS-EST-PCT     TO DET-ES-PCT.
           MOVE "%"            TO DET-ES-SINAL.
           MOVE WS-DET-EST-REL TO WS-REL-LINHA.
           PERFORM 3390-GRAVAR-LINHA-EST.

       3390-GRAVAR-LINHA-EST.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3392-CABECALHO-EST
           END-IF.
           WRITE REG-RELEST FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3392-CABECALHO-EST.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELEST FROM WS-CAB-RELATORIO.
           WRITE REG-RELEST FROM WS-CAB-COLUNAS-EST.
           WRITE REG-RELEST FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

      ******************************************************************
      * 3400-PROCESSAR-DEVOLUCOES - modo DEVOLUCAO [arquivo] da linha
      *                             de comando: le o arquivo de
      *                             devolucoes de e-mail da ferramenta
      *                             de mala direta (padrao
      *                             AMIGO-DEVOLUCOES.CSV), uma linha
      *                             EMAIL,AAAAMMDD,HARD/SOFT, e procura
      *                             cada endereco pela chave EMAIL de
      *                             REGAMIGO.DAT. A devolucao definitiva
      *                             (HARD) marca o e-mail como devolvido
      *                             na hora; a temporaria (SOFT) so na
      *                             terceira, contadas em SITAMIGO.DAT.
      *                             A marcacao vai para REGLOG.DAT e
      *                             para o jornal como ALTERACAO.
      *                             Enderecos sem amigo e linhas
      *                             invalidas saem em
      *                             DEVOLUCAO-EXCECOES.REL (RC 4); os
      *                             amigos com e-mail devolvido saem em
      *                             EMAIL-DEVOLVIDO.REL.
      ******************************************************************
       3400-PROCESSAR-DEVOLUCOES.
           MOVE "N" TO WS-REL-CONSOLE.
           MOVE SPACES TO WS-MODO-VERBO WS-DEV-ARQ-PARM.
           UNSTRING WS-MODO-EXECUCAO DELIMITED BY ALL " "
               INTO WS-MODO-VERBO WS-DEV-ARQ-PARM
           END-UNSTRING.
           MOVE "AMIGO-DEVOLUCOES.CSV" TO WS-DEVOLUC-NOME.
           IF WS-DEV-ARQ-PARM NOT = SPACES
               MOVE WS-DEV-ARQ-PARM TO WS-DEVOLUC-NOME
           END-IF.
           MOVE ZERO TO WS-DEV-NUM-LINHA WS-QTD-DEV-HARD
                        WS-QTD-DEV-SOFT WS-QTD-DEV-MARCADOS
                        WS-QTD-DEV-CONTADAS WS-QTD-DEV-JA
                        WS-QTD-DEV-REPETIDAS WS-QTD-DEV-SEMCORR
                        WS-QTD-DEV-INVALIDAS WS-QTD-DEV-FALHAS
                        WS-QTD-DEV-LISTADOS WS-QTD-DEV-NAO-CONT.
           OPEN INPUT DEVOLUC.
           IF WS-FS-DEVOLUC NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR "
                       FUNCTION TRIM (WS-DEVOLUC-NOME)
                       " - STATUS " WS-FS-DEVOLUC
               MOVE 8 TO RETURN-CODE
               GO TO 3400-PROCESSAR-DEVOLUCOES-EXIT
           END-IF.
           OPEN INPUT REGAMIGO.
           IF WS-FS-REGAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR REGAMIGO.DAT - STATUS "
                       WS-FS-REGAMIGO
               CLOSE DEVOLUC
               MOVE 8 TO RETURN-CODE
               GO TO 3400-PROCESSAR-DEVOLUCOES-EXIT
           END-IF.
           OPEN I-O SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               OPEN OUTPUT SITAMIGO
               CLOSE SITAMIGO
               OPEN I-O SITAMIGO
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               CLOSE DEVOLUC
               CLOSE REGAMIGO
               MOVE 8 TO RETURN-CODE
               GO TO 3400-PROCESSAR-DEVOLUCOES-EXIT
           END-IF.
           OPEN OUTPUT RELDEX.
           IF WS-FS-RELDEX NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR DEVOLUCAO-EXCECOES.REL"
                       " - STATUS " WS-FS-RELDEX
               CLOSE DEVOLUC
               CLOSE REGAMIGO
               CLOSE SITAMIGO
               MOVE 8 TO RETURN-CODE
               GO TO 3400-PROCESSAR-DEVOLUCOES-EXIT
           END-IF.
           MOVE "EXCECOES DAS DEVOLUCOES DE E-MAIL" TO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           MOVE "N" TO WS-EOF-DEVOLUC.
           PERFORM 3410-TRATAR-LINHA-DEV UNTIL FIM-DEVOLUC.
           CLOSE DEVOLUC.
           IF WS-QTD-DEV-SEMCORR = ZERO AND WS-QTD-DEV-INVALIDAS = ZERO
               MOVE "   NENHUMA EXCECAO NO ARQUIVO" TO WS-REL-LINHA
               PERFORM 3480-GRAVAR-LINHA-DEX
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3480-GRAVAR-LINHA-DEX.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3480-GRAVAR-LINHA-DEX.
           CLOSE RELDEX.
           PERFORM 3450-LISTAR-NOVO-EMAIL
              THRU 3450-LISTAR-NOVO-EMAIL-EXIT.
           CLOSE SITAMIGO.
           CLOSE REGAMIGO.
           DISPLAY "DEVOLUCOES DE E-MAIL PROCESSADAS DE "
                   FUNCTION TRIM (WS-DEVOLUC-NOME).
           DISPLAY "LINHAS LIDAS...................: "
                   WS-DEV-NUM-LINHA.
           DISPLAY "DEVOLUCOES DEFINITIVAS (HARD)..: " WS-QTD-DEV-HARD.
           DISPLAY "DEVOLUCOES TEMPORARIAS (SOFT)..: " WS-QTD-DEV-SOFT.
           DISPLAY "E-MAILS MARCADOS DEVOLVIDOS....: "
                   WS-QTD-DEV-MARCADOS.
           DISPLAY "TEMPORARIAS CONTADAS (< 3).....: "
                   WS-QTD-DEV-CONTADAS.
           DISPLAY "JA ESTAVAM DEVOLVIDOS..........: " WS-QTD-DEV-JA.
           DISPLAY "TEMPORARIAS JA CONTADAS........: "
                   WS-QTD-DEV-REPETIDAS.
           DISPLAY "SEM AMIGO NO CADASTRO..........: "
                   WS-QTD-DEV-SEMCORR.
           DISPLAY "LINHAS INVALIDAS...............: "
                   WS-QTD-DEV-INVALIDAS.
           DISPLAY "EXCECOES EM DEVOLUCAO-EXCECOES.REL".
           DISPLAY "PRECISAM DE NOVO E-MAIL........: "
                   WS-QTD-DEV-LISTADOS " (EMAIL-DEVOLVIDO.REL)".
           IF WS-QTD-DEV-SEMCORR > ZERO OR WS-QTD-DEV-INVALIDAS > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-QTD-DEV-FALHAS > ZERO
               DISPLAY "FALHAS AO GRAVAR SITAMIGO.DAT..: "
                       WS-QTD-DEV-FALHAS
               MOVE 8 TO RETURN-CODE
           END-IF.
       3400-PROCESSAR-DEVOLUCOES-EXIT.
           EXIT.

       3410-TRATAR-LINHA-DEV.
           READ DEVOLUC
               AT END
                   MOVE "S" TO WS-EOF-DEVOLUC
               NOT AT END
                   ADD 1 TO WS-DEV-NUM-LINHA
                   IF REG-DEVOLUC NOT = SPACES
                      AND REG-DEVOLUC (1:1) NOT = "*"
                       PERFORM 3412-CRITICAR-DEVOLUCAO
                          THRU 3412-CRITICAR-DEVOLUCAO-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * 3412-CRITICAR-DEVOLUCAO - separa a linha em e-mail, data e tipo
      *                           (separados por virgula ou ponto e
      *                           virgula, aspas ignoradas). A data vem
      *                           como AAAAMMDD ou AAAA-MM-DD; o tipo
      *                           como HARD/H ou SOFT/S. Uma primeira
      *                           linha sem @ no e-mail e sem data
      *                           numerica e o cabecalho do arquivo,
      *                           que e pulado.
      ******************************************************************
       3412-CRITICAR-DEVOLUCAO.
           MOVE SPACES TO WS-DEV-EMAIL-LIDO WS-DEV-DATA-LIDA
                          WS-DEV-TIPO-LIDO WS-DEV-MOTIVO.
           UNSTRING REG-DEVOLUC DELIMITED BY "," OR ";"
               INTO WS-DEV-EMAIL-LIDO WS-DEV-DATA-LIDA WS-DEV-TIPO-LIDO
           END-UNSTRING.
           INSPECT WS-DEV-EMAIL-LIDO REPLACING ALL '"' BY SPACE.
           INSPECT WS-DEV-DATA-LIDA  REPLACING ALL '"' BY SPACE.
           INSPECT WS-DEV-TIPO-LIDO  REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM (WS-DEV-EMAIL-LIDO) TO WS-DEV-EMAIL-LIDO.
           MOVE FUNCTION TRIM (WS-DEV-DATA-LIDA)  TO WS-DEV-DATA-LIDA.
           MOVE FUNCTION TRIM (WS-DEV-TIPO-LIDO)  TO WS-DEV-TIPO-LIDO.
           INSPECT WS-DEV-TIPO-LIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-DEV-QTD-ARROBA.
           INSPECT WS-DEV-EMAIL-LIDO TALLYING WS-DEV-QTD-ARROBA
               FOR ALL "@".
           IF WS-DEV-NUM-LINHA = 1 AND WS-DEV-QTD-ARROBA = ZERO
              AND WS-DEV-DATA-LIDA (1:4) IS NOT NUMERIC
               GO TO 3412-CRITICAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-DEV-EMAIL-LIDO = SPACES
               MOVE "E-MAIL EM BRANCO" TO WS-DEV-MOTIVO
               PERFORM 3414-RECUSAR-LINHA-DEV
               GO TO 3412-CRITICAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-DEV-EMAIL-LIDO (31:30) NOT = SPACES
               MOVE "E-MAIL MAIOR QUE O DO CADASTRO" TO WS-DEV-MOTIVO
               PERFORM 3414-RECUSAR-LINHA-DEV
               GO TO 3412-CRITICAR-DEVOLUCAO-EXIT
           END-IF.
           MOVE WS-DEV-EMAIL-LIDO (1:30) TO WS-DEV-EMAIL.
           IF WS-DEV-DATA-LIDA (5:1) = "-"
              AND WS-DEV-DATA-LIDA (8:1) = "-"
              AND WS-DEV-DATA-LIDA (11:10) = SPACES
               STRING WS-DEV-DATA-LIDA (1:4) WS-DEV-DATA-LIDA (6:2)
                      WS-DEV-DATA-LIDA (9:2)
                   DELIMITED BY SIZE INTO WS-DEV-DATA-X
           ELSE
               MOVE WS-DEV-DATA-LIDA (1:8) TO WS-DEV-DATA-X
               IF WS-DEV-DATA-LIDA (9:12) NOT = SPACES
                   MOVE "X" TO WS-DEV-DATA-X (1:1)
               END-IF
           END-IF.
           IF WS-DEV-DATA-X IS NOT NUMERIC
               MOVE "DATA INVALIDA" TO WS-DEV-MOTIVO
               PERFORM 3414-RECUSAR-LINHA-DEV
               GO TO 3412-CRITICAR-DEVOLUCAO-EXIT
           END-IF.
           MOVE WS-DEV-DATA-X TO WS-DATA-TESTE.
           PERFORM 985-VALIDAR-DATA THRU 985-VALIDAR-DATA-EXIT.
           IF WS-DATA-VALIDA NOT = "S"
               MOVE "DATA INVALIDA" TO WS-DEV-MOTIVO
               PERFORM 3414-RECUSAR-LINHA-DEV
               GO TO 3412-CRITICAR-DEVOLUCAO-EXIT
           END-IF.
           MOVE WS-DEV-DATA-X TO WS-DEV-DATA.
           EVALUATE WS-DEV-TIPO-LIDO
               WHEN "H"
               WHEN "HARD"
                   MOVE "H" TO WS-DEV-TIPO
                   ADD 1 TO WS-QTD-DEV-HARD
               WHEN "S"
               WHEN "SOFT"
                   MOVE "S" TO WS-DEV-TIPO
                   ADD 1 TO WS-QTD-DEV-SOFT
               WHEN OTHER
                   MOVE "TIPO INVALIDO (HARD/SOFT)" TO WS-DEV-MOTIVO
                   PERFORM 3414-RECUSAR-LINHA-DEV
                   GO TO 3412-CRITICAR-DEVOLUCAO-EXIT
           END-EVALUATE.
           PERFORM 3420-LOCALIZAR-EMAIL THRU 3420-LOCALIZAR-EMAIL-EXIT.
       3412-CRITICAR-DEVOLUCAO-EXIT.
           EXIT.

       3414-RECUSAR-LINHA-DEV.
           ADD 1 TO WS-QTD-DEV-INVALIDAS.
           PERFORM 3415-IMPRIMIR-EXCECAO.

       3415-IMPRIMIR-EXCECAO.
           MOVE SPACES              TO WS-DET-DEX-REL.
           MOVE WS-DEV-NUM-LINHA    TO DET-DX-LINHA.
           MOVE WS-DEV-EMAIL-LIDO   TO DET-DX-EMAIL.
           MOVE WS-DEV-DATA-LIDA    TO DET-DX-DATA.
           MOVE WS-DEV-TIPO-LIDO    TO DET-DX-TIPO.
           MOVE WS-DEV-MOTIVO       TO DET-DX-MOTIVO.
           MOVE WS-DET-DEX-REL      TO WS-REL-LINHA.
           PERFORM 3480-GRAVAR-LINHA-DEX.

      ******************************************************************
      * 3420-LOCALIZAR-EMAIL - percorre pela chave alternativa EMAIL de
      *                        REGAMIGO.DAT todos os amigos com o
      *                        endereco devolvido (a chave admite
      *                        repeticao) e registra a devolucao em
      *                        cada um. Nenhum amigo com o endereco vai
      *                        para as excecoes.
      ******************************************************************
       3420-LOCALIZAR-EMAIL.
           MOVE ZERO TO WS-DEV-ACHADOS.
           MOVE "N"  TO WS-DEV-FIM-EMAIL.
           MOVE WS-DEV-EMAIL TO EMAIL.
           START REGAMIGO KEY IS EQUAL TO EMAIL
               INVALID KEY
                   MOVE "S" TO WS-DEV-FIM-EMAIL
           END-START.
           PERFORM 3422-PROXIMO-COM-EMAIL
               UNTIL WS-DEV-FIM-EMAIL = "S".
           IF WS-DEV-ACHADOS = ZERO
               ADD 1 TO WS-QTD-DEV-SEMCORR
               MOVE "SEM AMIGO COM ESTE E-MAIL" TO WS-DEV-MOTIVO
               PERFORM 3415-IMPRIMIR-EXCECAO
           END-IF.
       3420-LOCALIZAR-EMAIL-EXIT.
           EXIT.

       3422-PROXIMO-COM-EMAIL.
           READ REGAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-DEV-FIM-EMAIL
               NOT AT END
                   IF EMAIL NOT = WS-DEV-EMAIL
                       MOVE "S" TO WS-DEV-FIM-EMAIL
                   ELSE
                       ADD 1 TO WS-DEV-ACHADOS
                       PERFORM 3425-REGISTRAR-DEVOLUCAO
                          THRU 3425-REGISTRAR-DEVOLUCAO-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * 3425-REGISTRAR-DEVOLUCAO - situacao do e-mail do amigo corrente
      *                            em SITAMIGO.DAT. Situacao guardada
      *                            para outro endereco (o e-mail ja foi
      *                            trocado) e descartada. Devolucao
      *                            definitiva marca "D" com contador
      *                            zero; temporaria conta em "T" e
      *                            vira "D" na terceira. Temporaria com
      *                            data nao posterior a ultima contada
      *                            e repeticao (arquivo processado de
      *                            novo) e nao conta.
      ******************************************************************
       3425-REGISTRAR-DEVOLUCAO.
           MOVE "N" TO WS-DEV-NOVO.
           MOVE APELIDO TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   MOVE "S" TO WS-DEV-NOVO
                   MOVE SPACES  TO REG-SITUACAO
                   MOVE APELIDO TO SA-APELIDO
                   MOVE "N"     TO SA-NAO-CONTATAR
                   MOVE ZERO    TO SA-DT-MARCACAO
           END-READ.
           IF SA-EMAIL-SITUACAO NOT = SPACE
              AND SA-EMAIL-DEVOLVIDO NOT = EMAIL
               MOVE SPACES TO SA-EMAIL-DEVOLUCAO
           END-IF.
           IF SA-EMAIL-DEVOLVIDO-SIM
               ADD 1 TO WS-QTD-DEV-JA
               GO TO 3425-REGISTRAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-DEV-TIPO = "H"
               MOVE "D"          TO SA-EMAIL-SITUACAO
               MOVE ZERO         TO SA-DEV-QTD-TEMP
           ELSE
               IF SA-EMAIL-TEMPORARIA
                   IF WS-DEV-DATA NOT > SA-DT-DEVOLUCAO
                       ADD 1 TO WS-QTD-DEV-REPETIDAS
                       GO TO 3425-REGISTRAR-DEVOLUCAO-EXIT
                   END-IF
                   ADD 1 TO SA-DEV-QTD-TEMP
               ELSE
                   MOVE "T" TO SA-EMAIL-SITUACAO
                   MOVE 1   TO SA-DEV-QTD-TEMP
               END-IF
               IF SA-DEV-QTD-TEMP NOT < WS-DEV-LIMITE-TEMP
                   MOVE "D" TO SA-EMAIL-SITUACAO
               END-IF
           END-IF.
           MOVE WS-DEV-DATA TO SA-DT-DEVOLUCAO.
           MOVE EMAIL       TO SA-EMAIL-DEVOLVIDO.
           MOVE "N" TO WS-DEV-FALHA.
           IF WS-DEV-NOVO = "S"
               WRITE REG-SITUACAO
                   INVALID KEY
                       MOVE "S" TO WS-DEV-FALHA
               END-WRITE
           ELSE
               REWRITE REG-SITUACAO
                   INVALID KEY
                       MOVE "S" TO WS-DEV-FALHA
               END-REWRITE
           END-IF.
           IF WS-DEV-FALHA = "S"
               DISPLAY "FALHA AO GRAVAR SITAMIGO.DAT PARA " APELIDO
                       " - STATUS " WS-FS-SITAMIGO
               ADD 1 TO WS-QTD-DEV-FALHAS
               GO TO 3425-REGISTRAR-DEVOLUCAO-EXIT
           END-IF.
           IF SA-EMAIL-TEMPORARIA
               ADD 1 TO WS-QTD-DEV-CONTADAS
               GO TO 3425-REGISTRAR-DEVOLUCAO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEV-MARCADOS.
           MOVE "ALTERACAO" TO WS-LOG-OPERACAO.
           MOVE APELIDO     TO WS-LOG-APELIDO.
           PERFORM 950-GRAVAR-LOG THRU 950-GRAVAR-LOG-EXIT.
           MOVE REG-AMIGO   TO WS-IMG-ANTES.
           MOVE REG-AMIGO   TO WS-IMG-DEPOIS.
           MOVE "ALTERACAO" TO WS-JRN-OPERACAO.
           PERFORM 970-GRAVAR-JORNAL THRU 970-GRAVAR-JORNAL-EXIT.
       3425-REGISTRAR-DEVOLUCAO-EXIT.
           EXIT.

      ******************************************************************
      * 3440-EXIBIR-SITUACAO-EMAIL - no BUSCAR, avisa quando o e-mail
      *                              atual do amigo corrente em
      *                              REG-AMIGO foi devolvido ou ja tem
      *                              devolucoes temporarias contadas.
      ******************************************************************
       3440-EXIBIR-SITUACAO-EMAIL.
           OPEN INPUT SITAMIGO.
           IF WS-FS-SITAMIGO NOT = "00"
               GO TO 3440-EXIBIR-SITUACAO-EMAIL-EXIT
           END-IF.
           MOVE APELIDO TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   MOVE SPACES TO SA-EMAIL-DEVOLUCAO
           END-READ.
           IF SA-EMAIL-SITUACAO NOT = SPACE
              AND SA-EMAIL-DEVOLVIDO = EMAIL
               MOVE SA-DT-DEVOLUCAO TO WS-DEV-DATA-X
               IF SA-EMAIL-DEVOLVIDO-SIM
                   DISPLAY "SIT.EMAIL.: DEVOLVIDO EM "
                           WS-DEV-DATA-X (7:2) "/"
                           WS-DEV-DATA-X (5:2) "/"
                           WS-DEV-DATA-X (1:4)
                           " - PEDIR NOVO E-MAIL"
               ELSE
                   DISPLAY "SIT.EMAIL.: " SA-DEV-QTD-TEMP
                           " DEVOLUCAO(OES) TEMPORARIA(S), A ULTIMA EM "
                           WS-DEV-DATA-X (7:2) "/"
                           WS-DEV-DATA-X (5:2) "/"
                           WS-DEV-DATA-X (1:4)
               END-IF
           END-IF.
           CLOSE SITAMIGO.
       3440-EXIBIR-SITUACAO-EMAIL-EXIT.
           EXIT.

      ******************************************************************
      * 3445-LIMPAR-DEVOLUCAO - o e-mail do APELIDO em WS-DEV-APELIDO
      *                         foi trocado (ALTERAR ou transacao A do
      *                         lote): a situacao de devolucao do
      *                         endereco antigo deixa de valer.
      ******************************************************************
       3445-LIMPAR-DEVOLUCAO.
           OPEN I-O SITAMIGO.
           IF WS-FS-SITAMIGO = "35"
               GO TO 3445-LIMPAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-FS-SITAMIGO NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR SITAMIGO.DAT - STATUS "
                       WS-FS-SITAMIGO
               GO TO 3445-LIMPAR-DEVOLUCAO-EXIT
           END-IF.
           MOVE WS-DEV-APELIDO TO SA-APELIDO.
           READ SITAMIGO
               INVALID KEY
                   CLOSE SITAMIGO
                   GO TO 3445-LIMPAR-DEVOLUCAO-EXIT
           END-READ.
           IF SA-EMAIL-SITUACAO = SPACE
               CLOSE SITAMIGO
               GO TO 3445-LIMPAR-DEVOLUCAO-EXIT
           END-IF.
           MOVE SPACES TO SA-EMAIL-DEVOLUCAO.
           REWRITE REG-SITUACAO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR SITAMIGO.DAT - STATUS "
                           WS-FS-SITAMIGO
               NOT INVALID KEY
                   DISPLAY "E-MAIL TROCADO - SITUACAO DE DEVOLUCAO "
                           "RETIRADA: " WS-DEV-APELIDO
           END-REWRITE.
           CLOSE SITAMIGO.
       3445-LIMPAR-DEVOLUCAO-EXIT.
           EXIT.

      ******************************************************************
      * 3450-LISTAR-NOVO-EMAIL - EMAIL-DEVOLVIDO.REL: amigos cujo e-mail
      *                          atual esta marcado como devolvido, com
      *                          telefone para pedir um novo endereco.
      *                          Quem pediu para nao ser contatado fica
      *                          de fora e so e contado.
      ******************************************************************
       3450-LISTAR-NOVO-EMAIL.
           OPEN OUTPUT RELNEM.
           IF WS-FS-RELNEM NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR EMAIL-DEVOLVIDO.REL - "
                       "STATUS " WS-FS-RELNEM
               MOVE 8 TO RETURN-CODE
               GO TO 3450-LISTAR-NOVO-EMAIL-EXIT
           END-IF.
           MOVE "AMIGOS QUE PRECISAM DE NOVO E-MAIL" TO WS-CAB-TITULO.
           PERFORM 980-PREPARAR-CABECALHO.
           MOVE "N" TO WS-DEV-FIM-SIT.
           MOVE LOW-VALUES TO SA-APELIDO.
           START SITAMIGO KEY NOT LESS THAN SA-APELIDO
               INVALID KEY
                   MOVE "S" TO WS-DEV-FIM-SIT
           END-START.
           PERFORM 3452-LER-UMA-SITUACAO UNTIL WS-DEV-FIM-SIT = "S".
           IF WS-QTD-DEV-LISTADOS = ZERO
               MOVE "   NENHUM AMIGO COM E-MAIL DEVOLVIDO"
                   TO WS-REL-LINHA
               PERFORM 3490-GRAVAR-LINHA-NEM
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 3490-GRAVAR-LINHA-NEM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL: " WS-QTD-DEV-LISTADOS
                  "   NAO CONTATAR (FORA DA LISTA): "
                  WS-QTD-DEV-NAO-CONT
               DELIMITED BY SIZE INTO WS-REL-LINHA.
           PERFORM 3490-GRAVAR-LINHA-NEM.
           MOVE "*** FIM DO RELATORIO ***" TO WS-REL-LINHA.
           PERFORM 3490-GRAVAR-LINHA-NEM.
           CLOSE RELNEM.
       3450-LISTAR-NOVO-EMAIL-EXIT.
           EXIT.

       3452-LER-UMA-SITUACAO.
           READ SITAMIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-DEV-FIM-SIT
               NOT AT END
                   IF SA-EMAIL-DEVOLVIDO-SIM
                       PERFORM 3454-LISTAR-DEVOLVIDO
                          THRU 3454-LISTAR-DEVOLVIDO-EXIT
                   END-IF
           END-READ.

       3454-LISTAR-DEVOLVIDO.
           MOVE SA-APELIDO TO APELIDO.
           READ REGAMIGO
               INVALID KEY
                   GO TO 3454-LISTAR-DEVOLVIDO-EXIT
           END-READ.
           IF EMAIL NOT = SA-EMAIL-DEVOLVIDO
               GO TO 3454-LISTAR-DEVOLVIDO-EXIT
           END-IF.
           IF SA-NAO-CONTATAR = "S"
               ADD 1 TO WS-QTD-DEV-NAO-CONT
               GO TO 3454-LISTAR-DEVOLVIDO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEV-LISTADOS.
           MOVE SPACES          TO WS-DET-NEM-REL.
           MOVE APELIDO         TO DET-NE-APELIDO.
           MOVE NOME            TO DET-NE-NOME.
           MOVE EMAIL           TO DET-NE-EMAIL.
           MOVE TELEFONE        TO DET-NE-TELEFONE.
           MOVE SA-DT-DEVOLUCAO TO WS-DEV-DATA-X.
           STRING WS-DEV-DATA-X (7:2) "/" WS-DEV-DATA-X (5:2) "/"
                  WS-DEV-DATA-X (1:4)
               DELIMITED BY SIZE INTO DET-NE-DATA.
           IF SA-DEV-QTD-TEMP = ZERO
               MOVE "DEFINITIVA"   TO DET-NE-MOTIVO
           ELSE
               MOVE "3 TEMPORARIAS" TO DET-NE-MOTIVO
           END-IF.
           MOVE WS-DET-NEM-REL  TO WS-REL-LINHA.
           PERFORM 3490-GRAVAR-LINHA-NEM.
       3454-LISTAR-DEVOLVIDO-EXIT.
           EXIT.

       3480-GRAVAR-LINHA-DEX.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3485-CABECALHO-DEX
           END-IF.
           WRITE REG-RELDEX FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3485-CABECALHO-DEX.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELDEX FROM WS-CAB-RELATORIO.
           WRITE REG-RELDEX FROM WS-CAB-COLUNAS-DEX.
           WRITE REG-RELDEX FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

       3490-GRAVAR-LINHA-NEM.
           IF WS-REL-LINHAS >= WS-REL-MAX-LIN
               PERFORM 3495-CABECALHO-NEM
           END-IF.
           WRITE REG-RELNEM FROM WS-REL-LINHA.
           ADD 1 TO WS-REL-LINHAS.

       3495-CABECALHO-NEM.
           ADD 1 TO WS-REL-PAGINA.
           MOVE WS-REL-PAGINA TO WS-CAB-PAGINA.
           WRITE REG-RELNEM FROM WS-CAB-RELATORIO.
           WRITE REG-RELNEM FROM WS-CAB-COLUNAS-NEM.
           WRITE REG-RELNEM FROM WS-TRACO-REL.
           MOVE 3 TO WS-REL-LINHAS.

       END PROGRAM AMIGO.

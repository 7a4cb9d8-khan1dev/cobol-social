009849*                   por registro aplicado e linhas ruins ou
009850*                   desconhecidas em imperros.lst, sem parar a
009851*                   rodada.
009853* 15/10/2026 CES    Inclui vinculos entre pessoas (vinculos.txt):
009855*                   INDICOU/FAMILIA/EMPRESA/AMIGO/OUTRO com data
009857*                   de inicio, manutencao propria no menu, arvore
009859*                   de quem trouxe quem (indicacoes.lst) e
009861*                   vinculos na ficha. Exclusao, unificacao,
009863*                   arquivamento (arqvinculos.txt) e relatorio
009865*                   de orfaos passam a tratar os vinculos.
009867* 15/10/2026 CES    Inclui datas pessoais recorrentes (datas.txt):
009869*                   tipo, dia/mes com ano opcional e nota, com
009871*                   manutencao propria no menu e 29/02 aceito sem
009873*                   ano. A funcao AGENDA do lote lista, apos os
009875*                   retornos, as datas pessoais e aniversarios de
009877*                   encontro dos proximos N dias (colunas 21-30,
009879*                   padrao 7). Exclusao, unificacao, arquivamento
009881*                   (arqdatas.txt) e orfaos tratam as datas.
009883* 15/10/2026 CES    Inclui consentimento de contato por canal
009885*                   (consentimentos.txt): CARTA, EMAIL e TELEFONE
009887*                   aceitos ou recusados, com data e operador,
009889*                   mantidos no menu e auditados como CONSENTE.
009891*                   Cartas e envelopes deixam de fora quem recusou
009893*                   carta, o resumo de campanhas sinaliza essas
009895*                   cartas (coluna RECUSAS) e a exportacao CSV
009897*                   omite os dados do canal recusado e os lista na
009899*                   coluna Recusas; cada rodada mostra quantos
009901*                   ficaram retidos e por que. Exclusao,
009903*                   unificacao e orfaos tratam os consentimentos.
009904* 15/10/2026 CES    Inclui esquecimento de pessoa (LGPD), so para
009905*                   supervisor: anonimiza nome, observacao, notas,
009906*                   detalhes e eventos da pessoa em todos os
009907*                   arquivos, geracoes e pessoas.bak mantendo
009908*                   contagens e hash-totais; certificado em
009909*                   esquecimento.lst e registro esquecidos.txt,
009910*                   que impede backup ou reaplicacao de trazer
009911*                   os dados de volta.
009912* 15/10/2026 CES    Trilha de auditoria encadeada: cada evento
009913*                   gravado leva sequencia e selo calculado sobre
009914*                   o selo anterior (controle em audelo.txt), e o
009915*                   fechamento leva o encadeamento intacto para as
009916*                   geracoes. Verificacao no menu e como funcao
009917*                   VERIFICA-AUDITORIA do lote (verifaud.lst, com
009918*                   RETURN-CODE 8 se falhar); o esquecimento LGPD
009919*                   refaz os selos quando a trilha estava integra.
009920* 15/10/2026 CES    Resumo de atividade por pessoa em
009921*                   atividades.txt: ultimo contato, total,
009922*                   proximo retorno e ultima campanha, mantido
009923*                   por contatos, retornos, cartas, respostas,
009924*                   unificacao, exclusao, arquivamento,
009925*                   esquecimento e importacao CSV. Contatos
009926*                   frios, agenda, ficha e supressao de cartas
009927*                   passam a le-lo. Reconstrucao e conferencia
009928*                   (confativ.lst) na opcao 43 e no lote.
009929* 15/10/2026 CES    Operador responsavel por pessoa (carteira) em
009930*                   responsaveis.txt: pedido na inclusao, definido
009931*                   por pessoa ou por categoria e transferido de
009932*                   um operador para outro na opcao 44, com
009933*                   auditoria CARTEIRA e passagem.lst. Listagens e
009934*                   ficha mostram o responsavel; contatos frios,
009935*                   agenda de retornos e a funcao AGENDA (colunas
009936*                   31-40) filtram pela carteira. Remocao de
009937*                   operador recusa quem ainda tem carteira.
009939* 15/10/2026 CES    Endereco postal estruturado em enderecos.txt
009941*                   (logradouro, numero, complemento, bairro,
009943*                   cidade, UF e CEP) na opcao 45, com CEP e UF
009945*                   conferidos; conversao dos enderecos livres
009947*                   (dado N) com conversao.lst das excecoes e
009949*                   relatorio por UF e cidade (regioes.lst). Mala
009951*                   direta usa o endereco estruturado no marcador
009953*                   <ENDERECO> e grava envelopes.txt em ordem de
009955*                   CEP; quem nao tem CEP/UF validos fica sem
009957*                   envelope, listado com o motivo. Ficha,
009959*                   exclusao, unificacao, orfaos e esquecimento
009961*                   tratam enderecos.txt.
009962* 15/10/2026 CES    Encontros (eventos.txt: codigo, nome, data,
009963*                   local e capacidade) e convites por pessoa
009964*                   (convites.txt) na opcao 46: lista montada por
009965*                   categoria ou por ID, sem arquivados nem quem
009966*                   recusa carta; resposta CONVIDADO, SIM, NAO
009967*                   ou TALVEZ limitada pela capacidade; presenca
009968*                   grava o contato ENCONTROU. Relatorio
009969*                   evento.lst com contagens e faltosos; cartas-
009970*                   convite pela mala direta com <EVENTO>,
009971*                   <DATAEVENTO> e <LOCAL>. Exclusao, unificacao,
009972*                   orfaos e esquecimento tratam convites.txt.
009973* 15/10/2026 CES    Importacao do registro de ligacoes e e-mails
009974*                   (interacoes.txt) na opcao 47 e na funcao
009975*                   INTERACOES do lote: telefone/e-mail comparado
009976*                   normalizado com detalhes.txt, contato gravado
009977*                   e retorno vencido encerrado; linhas sem dono
009978*                   ou ambiguas em interacoes.lst; retomada pela
009979*                   marca em interacoes.ckp.
009980* 15/10/2026 CES    Relatorios salvos (relatorios.txt), opcao 48:
009981*                   colunas do catalogo, filtros de categoria,
009982*                   DATA-CONHECEU, meses sem contato, e-mail,
009983*                   endereco e arquivadas, ordem e subtotal.
009984*                   Geracao em rel-NOME.lst ou rel-NOME.csv pela
009985*                   opcao 49 e pela funcao RELATORIO do lote.
009990*================================================================
009995
010000 ENVIRONMENT DIVISION.
010100 INPUT-OUTPUT SECTION.
010200 FILE-CONTROL.
013900         RECORD KEY IS DETALHE-CHAVE
014000         FILE STATUS IS STATUS-DETALHES.
014100
014105     SELECT ARQUIVO-VINCULOS ASSIGN TO "vinculos.txt"
014110         ORGANIZATION IS INDEXED
014115         ACCESS MODE IS DYNAMIC
014120         RECORD KEY IS VINC-CHAVE
014125         ALTERNATE RECORD KEY IS VINC-OUTRO-ID WITH DUPLICATES
014130         FILE STATUS IS STATUS-VINCULOS.
014135
014140     SELECT ARQUIVO-ARQ-VINCULOS ASSIGN TO "arqvinculos.txt"
014145         ORGANIZATION IS INDEXED
014150         ACCESS MODE IS DYNAMIC
014155         RECORD KEY IS ARQVINC-CHAVE
014160         ALTERNATE RECORD KEY IS ARQVINC-OUTRO-ID WITH DUPLICATES
014165         FILE STATUS IS STATUS-ARQ-VINCULOS.
014170
014175     SELECT ARQUIVO-INDICACOES ASSIGN TO "indicacoes.lst"
014180         ORGANIZATION IS LINE SEQUENTIAL
014185         FILE STATUS IS STATUS-INDICACOES.
014190
014200     SELECT ARQUIVO-PARAMETROS ASSIGN TO "parametros.txt"
014300         ORGANIZATION IS LINE SEQUENTIAL
014400         FILE STATUS IS STATUS-PARAMETROS.
014500
014505     SELECT ARQUIVO-DATAS ASSIGN TO "datas.txt"
014510         ORGANIZATION IS INDEXED
014515         ACCESS MODE IS DYNAMIC
014520         RECORD KEY IS DATAP-CHAVE
014525         FILE STATUS IS STATUS-DATAS.
014530
014535     SELECT ARQUIVO-ARQ-DATAS ASSIGN TO "arqdatas.txt"
014540         ORGANIZATION IS INDEXED
014545         ACCESS MODE IS DYNAMIC
014550         RECORD KEY IS ARQDT-CHAVE
014555         FILE STATUS IS STATUS-ARQ-DATAS.
014560
014565     SELECT ARQUIVO-CONSENTIMENTOS ASSIGN TO "consentimentos.txt"
014570         ORGANIZATION IS INDEXED
014575         ACCESS MODE IS DYNAMIC
014580         RECORD KEY IS CONS-CHAVE
014585         FILE STATUS IS STATUS-CONSENTIMENTOS.
014590
014600     SELECT ARQUIVO-LOGLOTE ASSIGN TO "lote.log"
014700         ORGANIZATION IS LINE SEQUENTIAL
014800         FILE STATUS IS STATUS-LOGLOTE.
016900         ORGANIZATION IS LINE SEQUENTIAL
017000         FILE STATUS IS STATUS-ESTATISTICAS.
017100
017102     SELECT ARQUIVO-ESQUECIDOS ASSIGN TO "esquecidos.txt"
017104         ORGANIZATION IS INDEXED
017106         ACCESS MODE IS DYNAMIC
017108         RECORD KEY IS ESQ-PESSOA-ID
017110         FILE STATUS IS STATUS-ESQUECIDOS.
017112
017114     SELECT ARQUIVO-ESQ-TRABALHO ASSIGN TO "esquecimento.tmp"
017116         ORGANIZATION IS LINE SEQUENTIAL
017118         FILE STATUS IS STATUS-ESQ-TRABALHO.
017120
017122     SELECT ARQUIVO-CERTIFICADO ASSIGN TO "esquecimento.lst"
017124         ORGANIZATION IS LINE SEQUENTIAL
017126         FILE STATUS IS STATUS-CERTIFICADO.
017128
017130     SELECT ARQUIVO-CONTROLE-ELO ASSIGN TO "audelo.txt"
017132         ORGANIZATION IS LINE SEQUENTIAL
017134         FILE STATUS IS STATUS-CONTROLE-ELO.
017136
017138     SELECT ARQUIVO-VERIF-AUD ASSIGN TO "verifaud.lst"
017140         ORGANIZATION IS LINE SEQUENTIAL
017142         FILE STATUS IS STATUS-VERIF-AUD.
017144
017146     SELECT ARQUIVO-ATIVIDADES ASSIGN TO "atividades.txt"
017148         ORGANIZATION IS INDEXED
017150         ACCESS MODE IS DYNAMIC
017152         RECORD KEY IS ATIV-PESSOA-ID
017154         FILE STATUS IS STATUS-ATIVIDADES.
017156
017158     SELECT ARQUIVO-CONF-ATIV ASSIGN TO "confativ.lst"
017160         ORGANIZATION IS LINE SEQUENTIAL
017162         FILE STATUS IS STATUS-CONF-ATIV.
017164
017166     SELECT ARQUIVO-RESPONSAVEIS ASSIGN TO "responsaveis.txt"
017168         ORGANIZATION IS INDEXED
017170         ACCESS MODE IS DYNAMIC
017172         RECORD KEY IS RESP-PESSOA-ID
017174         ALTERNATE RECORD KEY IS RESP-OPERADOR WITH DUPLICATES
017176         FILE STATUS IS STATUS-RESPONSAVEIS.
017178
017180     SELECT ARQUIVO-PASSAGEM ASSIGN TO "passagem.lst"
017182         ORGANIZATION IS LINE SEQUENTIAL
017184         FILE STATUS IS STATUS-PASSAGEM.
017186
017200     SELECT ARQUIVO-MODELO ASSIGN TO "modelo.txt"
017300         ORGANIZATION IS LINE SEQUENTIAL
017400         FILE STATUS IS STATUS-MODELO.
017500
017501     SELECT ARQUIVO-ENDERECOS ASSIGN TO "enderecos.txt"
017502         ORGANIZATION IS INDEXED
017503         ACCESS MODE IS DYNAMIC
017504         RECORD KEY IS ENDR-PESSOA-ID
017505         FILE STATUS IS STATUS-ENDERECOS.
017506
017507     SELECT ARQUIVO-ORDEM-ENVELOPES ASSIGN TO "envelopes.ord"
017508         ORGANIZATION IS INDEXED
017509         ACCESS MODE IS DYNAMIC
017510         RECORD KEY IS ORDENV-CHAVE
017511         FILE STATUS IS STATUS-ORDEM-ENVELOPES.
017512
017513     SELECT ARQUIVO-CONVERSAO ASSIGN TO "conversao.lst"
017514         ORGANIZATION IS LINE SEQUENTIAL
017515         FILE STATUS IS STATUS-CONVERSAO.
017516
017517     SELECT ARQUIVO-REGIOES ASSIGN TO "regioes.lst"
017518         ORGANIZATION IS LINE SEQUENTIAL
017519         FILE STATUS IS STATUS-REGIOES.
017520
017521     SELECT ARQUIVO-EVENTOS ASSIGN TO "eventos.txt"
017522         ORGANIZATION IS INDEXED
017523         ACCESS MODE IS DYNAMIC
017524         RECORD KEY IS EVENTO-CODIGO
017525         FILE STATUS IS STATUS-EVENTOS.
017526
017527     SELECT ARQUIVO-CONVITES ASSIGN TO "convites.txt"
017528         ORGANIZATION IS INDEXED
017529         ACCESS MODE IS DYNAMIC
017530         RECORD KEY IS CONVITE-CHAVE
017531         ALTERNATE RECORD KEY IS CONVITE-PESSOA-ID WITH DUPLICATES
017532         FILE STATUS IS STATUS-CONVITES.
017533
017534     SELECT ARQUIVO-REL-EVENTO ASSIGN TO "evento.lst"
017535         ORGANIZATION IS LINE SEQUENTIAL
017536         FILE STATUS IS STATUS-REL-EVENTO.
017537
017538     SELECT ARQUIVO-INTERACOES ASSIGN TO "interacoes.txt"
017539         ORGANIZATION IS LINE SEQUENTIAL
017540         FILE STATUS IS STATUS-INTERACOES.
017541
017542     SELECT ARQUIVO-CKPT-INTERACOES ASSIGN TO "interacoes.ckp"
017543         ORGANIZATION IS LINE SEQUENTIAL
017544         FILE STATUS IS STATUS-CKPT-INTERACOES.
017545
017546     SELECT ARQUIVO-EXC-INTERACOES ASSIGN TO "interacoes.lst"
017547         ORGANIZATION IS LINE SEQUENTIAL
017548         FILE STATUS IS STATUS-EXC-INTERACOES.
017549
017550     SELECT ARQUIVO-RELDEF ASSIGN TO "relatorios.txt"
017551         ORGANIZATION IS INDEXED
017552         ACCESS MODE IS DYNAMIC
017553         RECORD KEY IS RDEF-NOME
017554         FILE STATUS IS STATUS-RELDEF.
017555
017556     SELECT ARQUIVO-ORDEM-RELATORIO ASSIGN TO "relatorio.ord"
017557         ORGANIZATION IS INDEXED
017558         ACCESS MODE IS DYNAMIC
017559         RECORD KEY IS ORDREL-CHAVE
017560         FILE STATUS IS STATUS-ORDEM-RELATORIO.
017561
017562     SELECT ARQUIVO-REL-SALVO ASSIGN TO NOME-ARQ-REL-SALVO
017563         ORGANIZATION IS LINE SEQUENTIAL
017564         FILE STATUS IS STATUS-REL-SALVO.
017565
017600     SELECT ARQUIVO-CARTAS ASSIGN TO "cartas.txt"
017700         ORGANIZATION IS LINE SEQUENTIAL
017800         FILE STATUS IS STATUS-CARTAS.
022000
022100*----------------------------------------------------------------
022200* TRILHA DE AUDITORIA DE EDICOES, EXCLUSOES E CARGAS
022250* (CADA EVENTO LEVA A SEQUENCIA E O SELO ENCADEADO AO ANTERIOR)
022300*----------------------------------------------------------------
022400 FD  ARQUIVO-AUDITORIA.
022500 01  REGISTRO-AUDITORIA.
023500     05  AUD-CATEGORIA-NOVA      PIC X(10).
023600     05  AUD-OBSERVACAO-NOVA     PIC A(50).
023700     05  AUD-OPERADOR            PIC X(08).
023710     05  AUD-SEQUENCIA           PIC 9(08).
023720     05  AUD-ELO                 PIC 9(09).
023800
023900*----------------------------------------------------------------
024000* RELATORIO PAGINADO DE PESSOAS, PRONTO PARA IMPRESSAO
026500         10  DETALHE-SEQUENCIA   PIC 9(02).
026600     05  DETALHE-VALOR           PIC X(50).
026700
026702*----------------------------------------------------------------
026704* VINCULOS ENTRE PESSOAS (QUEM INDICOU QUEM, FAMILIA, EMPRESA...):
026706* CHAVE PELOS DOIS PESSOA-ID E PELO TIPO, COM CHAVE ALTERNADA NO
026708* SEGUNDO ID PARA ACHAR OS VINCULOS EM QUE A PESSOA E O DESTINO.
026710* arqvinculos.txt GUARDA OS VINCULOS DE PESSOAS ARQUIVADAS E
026712* indicacoes.lst E A ARVORE IMPRESSA DE QUEM TROUXE QUEM
026714*----------------------------------------------------------------
026716 FD  ARQUIVO-VINCULOS.
026718 01  REGISTRO-VINCULO.
026720     05  VINC-CHAVE.
026722         10  VINC-PESSOA-ID      PIC 9(06).
026724         10  VINC-OUTRO-ID       PIC 9(06).
026726         10  VINC-TIPO           PIC X(10).
026728     05  VINC-DATA-INICIO        PIC 9(08).
026730
026732 FD  ARQUIVO-ARQ-VINCULOS.
026734 01  REGISTRO-ARQ-VINCULO.
026736     05  ARQVINC-CHAVE.
026738         10  ARQVINC-PESSOA-ID   PIC 9(06).
026740         10  ARQVINC-OUTRO-ID    PIC 9(06).
026742         10  ARQVINC-TIPO        PIC X(10).
026744     05  ARQVINC-DATA-INICIO     PIC 9(08).
026746
026748 FD  ARQUIVO-INDICACOES.
026750 01  REGISTRO-INDICACAO          PIC X(80).
026752
026753*----------------------------------------------------------------
026754* DATAS PESSOAIS RECORRENTES (ANIVERSARIO, CASAMENTO...): DIA E
026755* MES SEMPRE INFORMADOS, ANO ZERO QUANDO DESCONHECIDO. CHAVE PELO
026756* PESSOA-ID E SEQUENCIA. arqdatas.txt GUARDA AS DATAS DE PESSOAS
026757* ARQUIVADAS
026758*----------------------------------------------------------------
026759 FD  ARQUIVO-DATAS.
026760 01  REGISTRO-DATA-PESSOAL.
026761     05  DATAP-CHAVE.
026762         10  DATAP-PESSOA-ID     PIC 9(06).
026763         10  DATAP-SEQUENCIA     PIC 9(02).
026764     05  DATAP-TIPO              PIC X(12).
026765     05  DATAP-DIA               PIC 9(02).
026766     05  DATAP-MES               PIC 9(02).
026767     05  DATAP-ANO               PIC 9(04).
026768     05  DATAP-NOTA              PIC X(40).
026769
026770 FD  ARQUIVO-ARQ-DATAS.
026771 01  REGISTRO-ARQ-DATA.
026772     05  ARQDT-CHAVE.
026773         10  ARQDT-PESSOA-ID     PIC 9(06).
026774         10  ARQDT-SEQUENCIA     PIC 9(02).
026775     05  ARQDT-TIPO              PIC X(12).
026776     05  ARQDT-DIA               PIC 9(02).
026777     05  ARQDT-MES               PIC 9(02).
026778     05  ARQDT-ANO               PIC 9(04).
026779     05  ARQDT-NOTA              PIC X(40).
026780
026781*----------------------------------------------------------------
026782* CONSENTIMENTO DE CONTATO POR PESSOA E CANAL (CARTA, EMAIL OU
026783* TELEFONE): "S" ACEITA, "N" RECUSA, COM A DATA E O OPERADOR QUE
026784* REGISTROU. CANAL SEM REGISTRO CONTA COMO ACEITO. VALE PARA
026785* PESSOAS VIVAS E ARQUIVADAS, POR ISSO NAO TEM COPIA NO ARQUIVO
026786* MORTO
026787*----------------------------------------------------------------
026788 FD  ARQUIVO-CONSENTIMENTOS.
026789 01  REGISTRO-CONSENTIMENTO.
026790     05  CONS-CHAVE.
026791         10  CONS-PESSOA-ID      PIC 9(06).
026792         10  CONS-CANAL          PIC X(08).
026793     05  CONS-SITUACAO           PIC X(01).
026796     05  CONS-DATA               PIC 9(08).
026797     05  CONS-OPERADOR           PIC X(08).
026798
026800*----------------------------------------------------------------
026900* PARAMETROS DO MODO LOTE (UMA FUNCAO POR LINHA) E LOG DO LOTE
027000*----------------------------------------------------------------
028900 FD  ARQUIVO-EXCECOES.
029000 01  REGISTRO-EXCECAO            PIC X(80).
029100
029101*----------------------------------------------------------------
029102* ESQUECIMENTO DE PESSOA (LGPD): esquecidos.txt REGISTRA QUEM JA
029103* TEVE OS DADOS PESSOAIS ANONIMIZADOS, COM A DATA E O OPERADOR,
029104* PARA A REAPLICACAO DA AUDITORIA NUNCA TRAZER ESSES DADOS DE
029105* VOLTA. esquecimento.tmp E O ARQUIVO DE TRABALHO DA REGRAVACAO
029106* DOS ARQUIVOS SEQUENCIAIS E esquecimento.lst O CERTIFICADO
029107*----------------------------------------------------------------
029108 FD  ARQUIVO-ESQUECIDOS.
029109 01  REGISTRO-ESQUECIDO.
029110     05  ESQ-PESSOA-ID           PIC 9(06).
029111     05  ESQ-DATA                PIC 9(08).
029112     05  ESQ-OPERADOR            PIC X(08).
029113
029114 FD  ARQUIVO-ESQ-TRABALHO.
029115 01  REGISTRO-ESQ-TRABALHO       PIC X(257).
029116
029117 FD  ARQUIVO-CERTIFICADO.
029118 01  REGISTRO-CERTIFICADO        PIC X(80).
029119
029120*----------------------------------------------------------------
029121* CONTROLE DO ENCADEAMENTO DA AUDITORIA (audelo.txt: SEQUENCIA E
029122* SELO DO ULTIMO EVENTO GRAVADO) E RELATORIO DA VERIFICACAO DA
029123* TRILHA (verifaud.lst)
029124*----------------------------------------------------------------
029125 FD  ARQUIVO-CONTROLE-ELO.
029126 01  REGISTRO-CONTROLE-ELO.
029127     05  ELOC-SEQUENCIA          PIC 9(08).
029128     05  ELOC-ELO                PIC 9(09).
029129     05  ELOC-DATA-HORA          PIC X(16).
029130
029131 FD  ARQUIVO-VERIF-AUD.
029132 01  REGISTRO-VERIF-AUD          PIC X(100).
029133
029134*----------------------------------------------------------------
029135* RESUMO DE ATIVIDADE POR PESSOA (atividades.txt): ULTIMO CONTATO,
029136* TOTAL DE CONTATOS, PROXIMO RETORNO E ULTIMA CAMPANHA, MANTIDO
029137* PELOS PROGRAMAS QUE GRAVAM CONTATOS, PROXIMOS E CAMPANHAS, E
029138* RELATORIO DA CONFERENCIA COM OS ARQUIVOS DE DETALHE
029139*----------------------------------------------------------------
029140 FD  ARQUIVO-ATIVIDADES.
029141 01  REGISTRO-ATIVIDADE.
029142     05  ATIV-PESSOA-ID          PIC 9(06).
029143     05  ATIV-DATA-ULTIMO        PIC 9(08).
029144     05  ATIV-TIPO-ULTIMO        PIC X(10).
029145     05  ATIV-NOTA-ULTIMO        PIC A(50).
029146     05  ATIV-TOTAL-CONTATOS     PIC 9(05).
029147     05  ATIV-DATA-RETORNO       PIC 9(08).
029148     05  ATIV-ULTIMA-CAMPANHA    PIC X(10).
029149     05  ATIV-DATA-CAMPANHA      PIC 9(08).
029150     05  ATIV-RESPOSTA-CAMPANHA  PIC X(01).
029151
029152 FD  ARQUIVO-CONF-ATIV.
029153 01  REGISTRO-CONF-ATIV          PIC X(100).
029154
029155*----------------------------------------------------------------
029156* OPERADOR RESPONSAVEL POR PESSOA (responsaveis.txt): A CARTEIRA
029157* DE CADA OPERADOR, PELA CHAVE ALTERNADA RESP-OPERADOR, E
029158* RELATORIO DE PASSAGEM DE CARTEIRA
029159*----------------------------------------------------------------
029160 FD  ARQUIVO-RESPONSAVEIS.
029161 01  REGISTRO-RESPONSAVEL.
029162     05  RESP-PESSOA-ID          PIC 9(06).
029163     05  RESP-OPERADOR           PIC X(08).
029164     05  RESP-DATA               PIC 9(08).
029165
029166 FD  ARQUIVO-PASSAGEM.
029167 01  REGISTRO-PASSAGEM           PIC X(100).
029168
029200*----------------------------------------------------------------
029300* ARQUIVO MORTO DE PESSOAS (MESMO LEIAUTE DO CADASTRO VIVO)
029400*----------------------------------------------------------------
030100     05  ARQV-OBSERVACAO     PIC A(50).
030200     05  ARQV-NOME-MAIUSC    PIC A(30).
030300
030301*----------------------------------------------------------------
030302* ENDERECO POSTAL ESTRUTURADO POR PESSOA (enderecos.txt), ORDEM
030303* DOS ENVELOPES POR CEP (envelopes.ord, ARQUIVO DE TRABALHO DA
030304* MALA DIRETA), LISTA DA CONVERSAO DOS ENDERECOS LIVRES E
030305* RELATORIO DE PESSOAS POR UF E CIDADE
030306*----------------------------------------------------------------
030307 FD  ARQUIVO-ENDERECOS.
030308 01  REGISTRO-ENDERECO.
030309     05  ENDR-PESSOA-ID          PIC 9(06).
030310     05  ENDR-LOGRADOURO         PIC X(40).
030311     05  ENDR-NUMERO             PIC X(06).
030312     05  ENDR-COMPLEMENTO        PIC X(20).
030313     05  ENDR-BAIRRO             PIC X(30).
030314     05  ENDR-CIDADE             PIC X(30).
030315     05  ENDR-UF                 PIC X(02).
030316     05  ENDR-CEP                PIC 9(08).
030317     05  ENDR-CEP-PARTES REDEFINES ENDR-CEP.
030318         10  ENDR-CEP-PREFIXO    PIC 9(05).
030319         10  ENDR-CEP-SUFIXO     PIC 9(03).
030320     05  ENDR-ORIGEM             PIC X(01).
030321         88  ENDERECO-DIGITADO             VALUE "D".
030322         88  ENDERECO-CONVERTIDO           VALUE "C".
030323     05  ENDR-DATA               PIC 9(08).
030324
030325 FD  ARQUIVO-ORDEM-ENVELOPES.
030326 01  REGISTRO-ORDEM-ENVELOPE.
030327     05  ORDENV-CHAVE.
030328         10  ORDENV-CEP          PIC 9(08).
030329         10  ORDENV-PESSOA-ID    PIC 9(06).
030330     05  ORDENV-NOME             PIC X(30).
030331
030332 FD  ARQUIVO-CONVERSAO.
030333 01  REGISTRO-CONVERSAO          PIC X(100).
030334
030335 FD  ARQUIVO-REGIOES.
030336 01  REGISTRO-REGIAO             PIC X(80).
030337
030338*----------------------------------------------------------------
030339* ENCONTROS (eventos.txt), CONVITES COM RESPOSTA E PRESENCA POR
030340* PESSOA (convites.txt) E RELATORIO DO EVENTO (evento.lst)
030341*----------------------------------------------------------------
030342 FD  ARQUIVO-EVENTOS.
030343 01  REGISTRO-EVENTO.
030344     05  EVENTO-CODIGO           PIC X(10).
030345     05  EVENTO-NOME             PIC X(40).
030346     05  EVENTO-DATA             PIC 9(08).
030347     05  EVENTO-DATA-PARTES REDEFINES EVENTO-DATA.
030348         10  EVENTO-ANO          PIC 9(04).
030349         10  EVENTO-MES          PIC 9(02).
030350         10  EVENTO-DIA          PIC 9(02).
030351     05  EVENTO-LOCAL            PIC X(40).
030352     05  EVENTO-CAPACIDADE       PIC 9(04).
030353     05  EVENTO-DATA-CADASTRO    PIC 9(08).
030354
030355 FD  ARQUIVO-CONVITES.
030356 01  REGISTRO-CONVITE.
030357     05  CONVITE-CHAVE.
030358         10  CONVITE-EVENTO      PIC X(10).
030359         10  CONVITE-PESSOA-ID   PIC 9(06).
030360     05  CONVITE-DATA            PIC 9(08).
030361     05  CONVITE-ORIGEM          PIC X(01).
030362         88  CONVITE-POR-CATEGORIA         VALUE "C".
030363         88  CONVITE-MANUAL                VALUE "M".
030364     05  CONVITE-RSVP            PIC X(10).
030365         88  RSVP-CONVIDADO                VALUE "CONVIDADO".
030366         88  RSVP-SIM                      VALUE "SIM".
030367         88  RSVP-NAO                      VALUE "NAO".
030368         88  RSVP-TALVEZ                   VALUE "TALVEZ".
030369     05  CONVITE-DATA-RESPOSTA   PIC 9(08).
030370     05  CONVITE-PRESENCA        PIC X(01).
030371         88  CONVIDADO-PRESENTE            VALUE "S".
030372
030373 FD  ARQUIVO-REL-EVENTO.
030374 01  REGISTRO-REL-EVENTO         PIC X(100).
030375
030400*----------------------------------------------------------------
030500* RELATORIO DO QUE FOI MOVIDO PARA O ARQUIVO MORTO
030600*----------------------------------------------------------------
030700 FD  ARQUIVO-REL-ARQUIVADAS.
030800 01  REGISTRO-REL-ARQUIVADA      PIC X(80).
030900
030901*----------------------------------------------------------------
030902* REGISTRO EXPORTADO DE LIGACOES E E-MAILS, UMA INTERACAO POR
030903* LINHA NO FORMATO DATA;CANAL;TELEFONE OU E-MAIL;NOTA, A MARCA DE
030904* RETOMADA DA IMPORTACAO (ULTIMA LINHA APLICADA E A PRIMEIRA
030905* LINHA DO REGISTRO, QUE IDENTIFICA O ARQUIVO) E A LISTAGEM DAS
030906* LINHAS QUE FICARAM PARA ATRIBUICAO MANUAL
030907*----------------------------------------------------------------
030908 FD  ARQUIVO-INTERACOES.
030909 01  REGISTRO-INTERACAO          PIC X(150).
030910
030911 FD  ARQUIVO-CKPT-INTERACOES.
030912 01  REGISTRO-CKPT-INTERACAO.
030913     05  CKPI-ULTIMA-LINHA       PIC 9(06).
030914     05  CKPI-PRIMEIRA-LINHA     PIC X(150).
030915
030916 FD  ARQUIVO-EXC-INTERACOES.
030917 01  REGISTRO-EXC-INTERACAO      PIC X(132).
030918
030919*----------------------------------------------------------------
030920* RELATORIOS SALVOS (relatorios.txt): CADA DEFINICAO TEM NOME,
030921* TITULO, ATE 8 COLUNAS DO CATALOGO, FILTROS (CATEGORIA, FAIXA DE
030922* DATA-CONHECEU EM AAAAMMDD, MESES DESDE O ULTIMO CONTATO, TEM
030923* E-MAIL/ENDERECO E ARQUIVADAS), ORDEM, SUBTOTAL E SAIDA; ARQUIVO
030924* DE TRABALHO DA ORDENACAO (relatorio.ord) E A SAIDA rel-NOME.lst
030925* OU rel-NOME.csv
030926*----------------------------------------------------------------
030927 FD  ARQUIVO-RELDEF.
030928 01  REGISTRO-RELDEF.
030929     05  RDEF-NOME               PIC X(10).
030930     05  RDEF-TITULO             PIC X(40).
030931     05  RDEF-COLUNAS.
030932         10  RDEF-COLUNA         PIC 9(02) OCCURS 8 TIMES.
030933     05  RDEF-CATEGORIA          PIC X(10).
030934     05  RDEF-CONHECEU-DE        PIC 9(08).
030935     05  RDEF-CONHECEU-ATE       PIC 9(08).
030936     05  RDEF-MESES-MINIMO       PIC 9(03).
030937     05  RDEF-MESES-MAXIMO       PIC 9(03).
030938     05  RDEF-TEM-EMAIL          PIC X(01).
030939         88  RDEF-COM-EMAIL                VALUE "S".
030940         88  RDEF-SEM-EMAIL                VALUE "N".
030941     05  RDEF-TEM-ENDERECO       PIC X(01).
030942         88  RDEF-COM-ENDERECO             VALUE "S".
030943         88  RDEF-SEM-ENDERECO             VALUE "N".
030944     05  RDEF-ARQUIVADAS         PIC X(01).
030945         88  RDEF-SO-VIVAS                 VALUE "N".
030946         88  RDEF-SO-ARQUIVADAS            VALUE "S".
030947         88  RDEF-VIVAS-E-ARQUIVADAS       VALUE "T".
030948     05  RDEF-ORDEM-1            PIC 9(02).
030949     05  RDEF-ORDEM-2            PIC 9(02).
030950     05  RDEF-SUBTOTAL           PIC X(01).
030951         88  RDEF-COM-SUBTOTAL             VALUE "S".
030952     05  RDEF-SAIDA              PIC X(01).
030953         88  RDEF-SAIDA-LISTA              VALUE "L".
030954         88  RDEF-SAIDA-CSV                VALUE "C".
030955     05  RDEF-OPERADOR           PIC X(08).
030956     05  RDEF-DATA               PIC 9(08).
030957
030958 FD  ARQUIVO-ORDEM-RELATORIO.
030959 01  REGISTRO-ORDEM-RELATORIO.
030960     05  ORDREL-CHAVE.
030961         10  ORDREL-CHAVE-1      PIC X(30).
030962         10  ORDREL-CHAVE-2      PIC X(30).
030963         10  ORDREL-PESSOA-ID    PIC 9(06).
030964         10  ORDREL-ORIGEM       PIC X(01).
030965     05  ORDREL-QUEBRA           PIC X(30).
030966     05  ORDREL-VALORES.
030967         10  ORDREL-VALOR        PIC X(50) OCCURS 8 TIMES.
030968
030969 FD  ARQUIVO-REL-SALVO.
030970 01  REGISTRO-REL-SALVO          PIC X(700).
030971
031000*----------------------------------------------------------------
031100* RELATORIO DE ESTATISTICAS DE CRESCIMENTO POR MES/ANO
031200*----------------------------------------------------------------
032585 01  REGISTRO-REL-CAMPANHA       PIC X(80).
032590
032591*----------------------------------------------------------------
032592* ENVELOPES/ETIQUETAS DA MALA DIRETA, EM ORDEM DE CEP, MONTADOS DO
032593* ENDERECO POSTAL ESTRUTURADO DE CADA PESSOA COM CARTA GERADA
032594*----------------------------------------------------------------
032595 FD  ARQUIVO-ENVELOPES.
032596 01  REGISTRO-ENVELOPE           PIC X(80).
032622* TRABALHO DA REGRAVACAO DO MES ABERTO
032623*----------------------------------------------------------------
032624 FD  ARQUIVO-AUD-GERACAO.
032625 01  REGISTRO-AUD-GERACAO        PIC X(257).
032626
032627 FD  ARQUIVO-AUD-RESUMO.
032628 01  REGISTRO-AUD-RESUMO.
032632     05  RESMES-QTD              PIC 9(07).
032633
032634 FD  ARQUIVO-AUD-NOVO.
032635 01  REGISTRO-AUD-NOVO           PIC X(257).
032636
032637*----------------------------------------------------------------
032638* FICHA DA PESSOA (DOSSIE IMPRESSO): ficha.lst PARA UMA PESSOA
034300 01  STATUS-REL-ARQ              PIC X(02) VALUE SPACES.
034400 01  STATUS-ESTATISTICAS         PIC X(02) VALUE SPACES.
034500 01  STATUS-MODELO               PIC X(02) VALUE SPACES.
034503 01  STATUS-VINCULOS             PIC X(02) VALUE SPACES.
034506 01  STATUS-ARQ-VINCULOS         PIC X(02) VALUE SPACES.
034509 01  STATUS-INDICACOES           PIC X(02) VALUE SPACES.
034512 01  STATUS-DATAS                PIC X(02) VALUE SPACES.
034515 01  STATUS-ARQ-DATAS            PIC X(02) VALUE SPACES.
034518 01  STATUS-CONSENTIMENTOS       PIC X(02) VALUE SPACES.
034521 01  STATUS-ESQUECIDOS           PIC X(02) VALUE SPACES.
034524 01  STATUS-ESQ-TRABALHO         PIC X(02) VALUE SPACES.
034527 01  STATUS-CERTIFICADO          PIC X(02) VALUE SPACES.
034530 01  STATUS-CONTROLE-ELO         PIC X(02) VALUE SPACES.
034533 01  STATUS-VERIF-AUD            PIC X(02) VALUE SPACES.
034536 01  STATUS-ATIVIDADES           PIC X(02) VALUE SPACES.
034539 01  STATUS-CONF-ATIV            PIC X(02) VALUE SPACES.
034542 01  STATUS-RESPONSAVEIS         PIC X(02) VALUE SPACES.
034545 01  STATUS-PASSAGEM             PIC X(02) VALUE SPACES.
034548 01  STATUS-ENDERECOS            PIC X(02) VALUE SPACES.
034551 01  STATUS-ORDEM-ENVELOPES      PIC X(02) VALUE SPACES.
034554 01  STATUS-CONVERSAO            PIC X(02) VALUE SPACES.
034557 01  STATUS-REGIOES              PIC X(02) VALUE SPACES.
034560 01  STATUS-EVENTOS              PIC X(02) VALUE SPACES.
034563 01  STATUS-CONVITES             PIC X(02) VALUE SPACES.
034566 01  STATUS-REL-EVENTO           PIC X(02) VALUE SPACES.
034569 01  STATUS-INTERACOES           PIC X(02) VALUE SPACES.
034572 01  STATUS-CKPT-INTERACOES      PIC X(02) VALUE SPACES.
034575 01  STATUS-EXC-INTERACOES       PIC X(02) VALUE SPACES.
034578 01  STATUS-RELDEF               PIC X(02) VALUE SPACES.
034581 01  STATUS-ORDEM-RELATORIO      PIC X(02) VALUE SPACES.
034584 01  STATUS-REL-SALVO            PIC X(02) VALUE SPACES.
034600 01  STATUS-CARTAS               PIC X(02) VALUE SPACES.
034610 01  STATUS-ARQ-CONTATOS         PIC X(02) VALUE SPACES.
034620 01  STATUS-ARQ-DETALHES         PIC X(02) VALUE SPACES.
049900 01  TAMANHO-NOME-EXISTENTE      PIC 9(03) COMP.
050000 01  TAMANHO-NOME-NOVO           PIC 9(03) COMP.
050100
050101*----------------------------------------------------------------
050102* CONSENTIMENTO DE CONTATO POR CANAL E PESSOAS RETIDAS POR RECUSA
050103* NAS RODADAS DE CARTAS, CAMPANHAS E EXPORTACAO
050104*----------------------------------------------------------------
050105 01  OPCAO-CONSENTIMENTO         PIC 9 VALUE 0.
050106 01  INDICADOR-FIM-MENU-CONSENT  PIC X(01) VALUE "N".
050107     88  FIM-MENU-CONSENT                  VALUE "S".
050108 01  TABELA-CANAIS-CONSENT.
050109     05  CANAL-CONSENT-TAB       PIC X(08) OCCURS 3 TIMES.
050110 01  INDICE-CANAL-CONSENT        PIC 9(02) COMP.
050111 01  CANAL-CONSENT-INPUT         PIC X(08).
050112 01  INDICADOR-CANAL-CONSENT     PIC X(01) VALUE "N".
050113     88  CANAL-CONSENT-VALIDO              VALUE "S".
050114 01  SITUACAO-CONSENT-INPUT      PIC X(01).
050115     88  SITUACAO-CONSENT-VALIDA           VALUE "S" "N".
050116 01  ID-CONSENT-BUSCA            PIC 9(06) VALUE ZERO.
050117 01  CANAL-CONSENT-BUSCA         PIC X(08).
050118 01  INDICADOR-CANAL-RECUSADO    PIC X(01) VALUE "N".
050119     88  CANAL-RECUSADO                    VALUE "S".
050120 01  INDICADOR-RECUSA-CARTA      PIC X(01) VALUE "N".
050121     88  RECUSA-CARTA                      VALUE "S".
050122 01  INDICADOR-RECUSA-EMAIL      PIC X(01) VALUE "N".
050123     88  RECUSA-EMAIL                      VALUE "S".
050124 01  INDICADOR-RECUSA-TELEFONE   PIC X(01) VALUE "N".
050125     88  RECUSA-TELEFONE                   VALUE "S".
050126 01  INDICADOR-CONSENT-EXISTE    PIC X(01) VALUE "N".
050127     88  CONSENT-EXISTE                    VALUE "S".
050128 01  TEXTO-CONSENT-ANTERIOR      PIC X(30).
050129 01  TEXTO-CONSENT-NOVO          PIC X(30).
050130 01  DATA-CONSENT-NUM            PIC 9(08).
050131 01  DATA-CONSENT-PARTES REDEFINES DATA-CONSENT-NUM.
050132     05  ANO-CONSENT             PIC 9(04).
050133     05  MES-CONSENT             PIC 9(02).
050134     05  DIA-CONSENT             PIC 9(02).
050135 01  DATA-CONSENT-FORMATADA      PIC X(10).
050136 01  TEXTO-RECUSAS-PESSOA        PIC X(30).
050137 01  PONTEIRO-RECUSAS            PIC 9(03) COMP.
050138 01  CONTADOR-RECUSAS-CARTA      PIC 9(05) VALUE ZERO.
050139 01  CONTADOR-RECUSAS-EMAIL      PIC 9(05) VALUE ZERO.
050140 01  CONTADOR-RECUSAS-TELEFONE   PIC 9(05) VALUE ZERO.
050141 01  CONTADOR-RECUSAS-CAMPANHAS  PIC 9(05) VALUE ZERO.
050142 01  CONTADOR-CONSENT-FILHOS     PIC 9(05) VALUE ZERO.
050143 01  CONTADOR-CONSENT-MOVIDOS    PIC 9(05) VALUE ZERO.
050144 01  CONTADOR-ORFAOS-CONSENT     PIC 9(05) VALUE ZERO.
050145 01  GUARDA-CONSENT-CANAL        PIC X(08).
050146 01  GUARDA-CONSENT-SITUACAO     PIC X(01).
050147 01  GUARDA-CONSENT-DATA         PIC 9(08).
050148 01  GUARDA-CONSENT-OPERADOR     PIC X(08).
050149 01  GUARDA-CONSENT-OBSERVACAO   PIC A(50).
050150 01  INDICADOR-FIM-CONSENT       PIC X(01) VALUE "N".
050151     88  FIM-CONSENT                       VALUE "S".
050152
050153*----------------------------------------------------------------
050154* ESQUECIMENTO DE PESSOA (LGPD): VALORES PESSOAIS COLETADOS ANTES
050155* DE APAGAR (PARA LIMPAR AS CARTAS JA GERADAS), CONTAGENS POR
050156* ARQUIVO DO CERTIFICADO E IMAGEM DE TRABALHO DO BACKUP
050157*----------------------------------------------------------------
050158 01  ID-ESQUECER                 PIC 9(06) VALUE ZERO.
050159 01  NOME-ANONIMO                PIC X(30) VALUE "ANONIMIZADO".
050160 01  NOME-ESQUECER-EXIBIDO       PIC X(30).
050161 01  INDICADOR-JA-ESQUECIDA      PIC X(01) VALUE "N".
050162     88  JA-ESQUECIDA                      VALUE "S".
050163 01  INDICADOR-FIM-ESQUECIMENTO  PIC X(01) VALUE "N".
050164     88  FIM-ESQUECIMENTO                  VALUE "S".
050165 01  TABELA-VALORES-ESQUECER.
050166     05  VALOR-ESQ-TAB           PIC X(50) OCCURS 40 TIMES.
050167 01  QTD-VALORES-ESQUECER        PIC 9(03) COMP VALUE ZERO.
050168 01  INDICE-VALOR-ESQ            PIC 9(03) COMP.
050169 01  VALOR-ESQ-CANDIDATO         PIC X(50).
050170 01  INDICADOR-VALOR-ESQ-ACHADO  PIC X(01) VALUE "N".
050171     88  VALOR-ESQ-ACHADO                  VALUE "S".
050172 01  REGISTRO-ESQ-ANTES          PIC X(257).
050173 01  LINHA-CARTA-ANTES           PIC X(160).
050174 01  CONTADOR-ESQ-ARQUIVO        PIC 9(06) VALUE ZERO.
050175 01  CONTADOR-ESQ-TOTAL          PIC 9(06) VALUE ZERO.
050176 01  CONTADOR-REANONIMIZADOS     PIC 9(05) VALUE ZERO.
050177 01  ANO-MES-ESQ-FIM             PIC 9(06) VALUE ZERO.
050178 01  LINHA-CERTIFICADO.
050179     05  CERT-LIN-ARQUIVO        PIC X(24).
050180     05  FILLER                  PIC X(02) VALUE SPACES.
050181     05  CERT-LIN-QTD            PIC ZZZZZ9.
050182     05  FILLER                  PIC X(02) VALUE SPACES.
050183     05  CERT-LIN-TRATAMENTO     PIC X(40).
050184 01  CABECALHO-CERTIFICADO       PIC X(44) VALUE
050185     "ARQUIVO                      QTD  TRATAMENTO".
050186 01  IMAGEM-PESSOA-ESQ.
050187     05  IMGESQ-PESSOA-ID        PIC 9(06).
050188     05  IMGESQ-NOME             PIC X(30).
050189     05  IMGESQ-DATA-CONHECEU    PIC X(10).
050190     05  IMGESQ-CATEGORIA        PIC X(10).
050191     05  IMGESQ-OBSERVACAO       PIC X(50).
050192     05  IMGESQ-NOME-MAIUSC      PIC X(30).
050193
050200*----------------------------------------------------------------
050300* RELATORIO DE POSSIVEIS DUPLICADOS (LEITURA EM ORDEM DE
050400* NOME-MAIUSC, COMPARANDO CADA NOME COM O ANTERIOR)
053400 01  INDICADOR-FIM-ARQUIVADAS    PIC X(01) VALUE "N".
053500     88  FIM-ARQUIVADAS                    VALUE "S".
053600
053601*----------------------------------------------------------------
053602* VINCULOS ENTRE PESSOAS E ARVORE DE INDICACOES (QUEM TROUXE QUEM)
053603*----------------------------------------------------------------
053604 01  OPCAO-VINCULO               PIC 9 VALUE 0.
053605 01  INDICADOR-FIM-MENU-VINC     PIC X(01) VALUE "N".
053606     88  FIM-MENU-VINCULOS                 VALUE "S".
053607 01  INDICADOR-FIM-VINCULOS      PIC X(01) VALUE "N".
053608     88  FIM-VINCULOS                      VALUE "S".
053609 01  INDICADOR-VINCULO-ACHADO    PIC X(01) VALUE "N".
053610     88  VINCULO-ACHADO                    VALUE "S".
053611 01  TABELA-TIPOS-VINCULO.
053612     05  TIPO-VINCULO-TAB        PIC X(10) OCCURS 5 TIMES.
053613 01  INDICE-TIPO-VINCULO         PIC 9(02) COMP.
053614 01  TIPO-VINCULO-INPUT          PIC X(10).
053615 01  INDICADOR-TIPO-VINCULO      PIC X(01) VALUE "N".
053616     88  TIPO-VINCULO-VALIDO               VALUE "S".
053617 01  SENTIDO-VINCULO-INPUT       PIC 9 VALUE 0.
053618 01  ID-VINCULO-OUTRO            PIC 9(06) VALUE ZERO.
053619 01  ID-VINCULO-BUSCA            PIC 9(06) VALUE ZERO.
053620 01  NOME-VINCULO                PIC X(30).
053621 01  SETA-VINCULO                PIC X(02).
053622 01  DATA-VINCULO-NUM            PIC 9(08).
053623 01  DATA-VINCULO-PARTES REDEFINES DATA-VINCULO-NUM.
053624     05  ANO-VINCULO             PIC 9(04).
053625     05  MES-VINCULO             PIC 9(02).
053626     05  DIA-VINCULO             PIC 9(02).
053627 01  DATA-VINCULO-FORMATADA      PIC X(10).
053628 01  LINHA-VINCULO               PIC X(80).
053629 01  CONTADOR-VINCULOS-FILHOS    PIC 9(05) VALUE ZERO.
053630 01  CONTADOR-VINCULOS-MOVIDOS   PIC 9(05) VALUE ZERO.
053631 01  CONTADOR-VINCULOS-DESCART   PIC 9(05) VALUE ZERO.
053632 01  CONTADOR-ORFAOS-VINCULOS    PIC 9(06) VALUE ZERO.
053633 01  GUARDA-VINCULO-PESSOA       PIC 9(06).
053634 01  GUARDA-VINCULO-OUTRO        PIC 9(06).
053635 01  GUARDA-VINCULO-TIPO         PIC X(10).
053636 01  GUARDA-VINCULO-DATA         PIC 9(08).
053637 01  GUARDA-PESSOA-FICHA         PIC 9(06).
053638 01  TABELA-INDICACOES.
053639     05  INDICACAO-TAB OCCURS 500 TIMES.
053640         10  IND-ORIGEM-TAB      PIC 9(06).
053641         10  IND-DESTINO-TAB     PIC 9(06).
053642         10  IND-PERCORRIDA-TAB  PIC X(01).
053643 01  QTD-INDICACOES-TAB          PIC 9(03) COMP VALUE ZERO.
053644 01  INDICE-INDICACAO            PIC 9(03) COMP.
053645 01  INDICE-FILHO-ACHADO         PIC 9(03) COMP.
053646 01  INDICADOR-INDICACOES-CHEIO  PIC X(01) VALUE "N".
053647     88  INDICACOES-CHEIO                  VALUE "S".
053648 01  INDICADOR-FOI-INDICADA      PIC X(01) VALUE "N".
053649     88  FOI-INDICADA                      VALUE "S".
053650 01  INDICADOR-FILHO-ACHADO      PIC X(01) VALUE "N".
053651     88  FILHO-ACHADO                      VALUE "S".
053652 01  TABELA-PILHA-INDICACAO.
053653     05  PILHA-TAB OCCURS 50 TIMES.
053654         10  PILHA-ID            PIC 9(06).
053655         10  PILHA-PROXIMO       PIC 9(03) COMP.
053656         10  PILHA-LINHA         PIC 9(03) COMP.
053657 01  TOPO-PILHA                  PIC 9(02) COMP VALUE ZERO.
053658 01  TABELA-ARVORE.
053659     05  ARVORE-TAB OCCURS 600 TIMES.
053660         10  ARV-TEXTO           PIC X(60).
053661         10  ARV-DIRETAS         PIC 9(03).
053662         10  ARV-TOTAL           PIC 9(04).
053663 01  QTD-ARVORE-TAB              PIC 9(03) COMP VALUE ZERO.
053664 01  INDICE-ARVORE               PIC 9(03) COMP.
053665 01  INDICADOR-ARVORE-CHEIA      PIC X(01) VALUE "N".
053666     88  ARVORE-CHEIA                      VALUE "S".
053667 01  ID-NO-ARVORE                PIC 9(06).
053668 01  RECUO-ARVORE                PIC 9(03) COMP.
053669 01  PONTEIRO-ARVORE             PIC 9(03) COMP.
053670 01  CONTADOR-RAIZES             PIC 9(05) VALUE ZERO.
053671 01  LINHA-INDICACAO.
053672     05  LIN-IND-TEXTO           PIC X(60).
053673     05  FILLER                  PIC X(02) VALUE SPACES.
053674     05  LIN-IND-DIRETAS         PIC ZZ9.
053675     05  FILLER                  PIC X(04) VALUE SPACES.
053676     05  LIN-IND-TOTAL           PIC ZZZ9.
053677 01  CABECALHO-INDICACAO.
053678     05  FILLER                  PIC X(59) VALUE
053679         "ID     PESSOA (RECUADAS: INDICADAS PELA DE CIMA)".
053680     05  FILLER                  PIC X(14) VALUE "DIRETAS  TOTAL".
053690
053700*----------------------------------------------------------------
053800* VALORES ANTIGOS PARA AUDITORIA
053900*----------------------------------------------------------------
054800 01  HORA-ATUAL-AUDITORIA        PIC 9(08).
054900 01  DATA-HORA-AUDITORIA         PIC X(16).
055000
055001*----------------------------------------------------------------
055002* DATAS PESSOAIS RECORRENTES E DATAS PROXIMAS NA AGENDA DO DIA
055003*----------------------------------------------------------------
055004 01  OPCAO-DATA-PESSOAL          PIC 9 VALUE 0.
055005 01  INDICADOR-FIM-MENU-DATAS    PIC X(01) VALUE "N".
055006     88  FIM-MENU-DATAS                    VALUE "S".
055007 01  INDICADOR-FIM-DATAS         PIC X(01) VALUE "N".
055008     88  FIM-DATAS                         VALUE "S".
055009 01  TABELA-TIPOS-DATA.
055010     05  TIPO-DATA-TAB           PIC X(12) OCCURS 5 TIMES.
055011 01  INDICE-TIPO-DATA            PIC 9(02) COMP.
055012 01  TIPO-DATA-INPUT             PIC X(12).
055013 01  INDICADOR-TIPO-DATA         PIC X(01) VALUE "N".
055014     88  TIPO-DATA-VALIDO                  VALUE "S".
055015 01  DATA-PESSOAL-INPUT          PIC X(10).
055016 01  NOTA-DATA-INPUT             PIC X(40).
055017 01  SEQUENCIA-DATA-INPUT        PIC 9(02) VALUE ZERO.
055018 01  SEQUENCIA-LIVRE-DATA        PIC 9(02) VALUE ZERO.
055019 01  ID-DATA-BUSCA               PIC 9(06) VALUE ZERO.
055020 01  DIA-DATA-PESSOAL            PIC 9(02) VALUE ZERO.
055021 01  MES-DATA-PESSOAL            PIC 9(02) VALUE ZERO.
055022 01  ANO-DATA-PESSOAL            PIC 9(04) VALUE ZERO.
055023 01  DATA-PESSOAL-FORMATADA      PIC X(10).
055024 01  CONTADOR-DATAS-FILHOS       PIC 9(05) VALUE ZERO.
055025 01  CONTADOR-DATAS-MOVIDAS      PIC 9(05) VALUE ZERO.
055026 01  CONTADOR-ORFAOS-DATAS       PIC 9(06) VALUE ZERO.
055027 01  GUARDA-DATA-TIPO            PIC X(12).
055028 01  GUARDA-DATA-DIA             PIC 9(02).
055029 01  GUARDA-DATA-MES             PIC 9(02).
055030 01  GUARDA-DATA-ANO             PIC 9(04).
055031 01  GUARDA-DATA-NOTA            PIC X(40).
055032 01  DIAS-AGENDA                 PIC 9(03) VALUE 7.
055033 01  CONTADOR-DIAS-AGENDA        PIC 9(03) COMP.
055034 01  DATA-LIMITE-AGENDA          PIC 9(08).
055035 01  DATA-LIMITE-AGENDA-PARTES REDEFINES DATA-LIMITE-AGENDA.
055036     05  ANO-LIMITE-AGENDA       PIC 9(04).
055037     05  MES-LIMITE-AGENDA       PIC 9(02).
055038     05  DIA-LIMITE-AGENDA       PIC 9(02).
055039 01  DATA-OCORRENCIA             PIC 9(08).
055040 01  DATA-OCORRENCIA-PARTES REDEFINES DATA-OCORRENCIA.
055041     05  ANO-OCORRENCIA          PIC 9(04).
055042     05  MES-OCORRENCIA          PIC 9(02).
055043     05  DIA-OCORRENCIA          PIC 9(02).
055044 01  ANOS-OCORRENCIA             PIC 9(04) VALUE ZERO.
055045 01  TABELA-DATAS-AGENDA.
055046     05  DATA-AGENDA-TAB OCCURS 300 TIMES.
055047         10  DTAG-DATA           PIC 9(08).
055048         10  DTAG-PESSOA-ID      PIC 9(06).
055049         10  DTAG-TIPO           PIC X(12).
055050         10  DTAG-ANOS           PIC 9(04).
055051         10  DTAG-NOTA           PIC X(40).
055052 01  QTD-DATAS-AGENDA            PIC 9(03) COMP VALUE ZERO.
055053 01  INDICE-DATA-AGENDA          PIC 9(03) COMP.
055054 01  INDICE-DESLOCA-AGENDA       PIC 9(03) COMP.
055055 01  INDICADOR-DATAS-AGENDA-CHEIA PIC X(01) VALUE "N".
055056     88  DATAS-AGENDA-CHEIA                VALUE "S".
055057 01  CONTADOR-DATAS-AGENDA       PIC 9(05) VALUE ZERO.
055058 01  CONTADOR-DATAS-FORA         PIC 9(05) VALUE ZERO.
055059 01  INDICADOR-POSICAO-AGENDA    PIC X(01) VALUE "N".
055060     88  POSICAO-AGENDA-ACHADA             VALUE "S".
055061 01  ANOS-AGENDA-EDITADO         PIC ZZZ9.
055062
055100*----------------------------------------------------------------
055200* RELATORIO PAGINADO DE PESSOAS (SAIDA PARA PESSOAS.LST)
055300*----------------------------------------------------------------
056300 01  DATA-EMISSAO-FORMATADA      PIC X(10).
056400 01  LINHA-SEPARADORA-RELATORIO  PIC X(80) VALUE ALL "-".
056500
056501*----------------------------------------------------------------
056502* ENCADEAMENTO DA TRILHA DE AUDITORIA: CALCULO DO SELO DE CADA
056503* EVENTO A PARTIR DO SELO ANTERIOR, ESTADO DA VERIFICACAO DA
056504* TRILHA E DA RESSELAGEM FEITA PELO ESQUECIMENTO
056505*----------------------------------------------------------------
056506 01  ELO-BASE                    PIC 9(09) VALUE ZERO.
056507 01  ELO-CALCULADO               PIC 9(09) VALUE ZERO.
056508 01  ACUMULADOR-ELO              PIC 9(11) COMP VALUE ZERO.
056509 01  QUOCIENTE-ELO               PIC 9(11) COMP VALUE ZERO.
056510 01  RESTO-ELO                   PIC 9(11) COMP VALUE ZERO.
056511 01  INDICE-ELO                  PIC 9(03) COMP VALUE ZERO.
056512 01  CODIGO-CARACTERE-ELO        PIC 9(04) COMP VALUE ZERO.
056513 01  CODIGO-CARACTERE-ELO-R REDEFINES CODIGO-CARACTERE-ELO.
056514     05  FILLER                  PIC X(01).
056515     05  CARACTERE-ELO           PIC X(01).
056516 01  ULTIMA-SEQUENCIA-ELO        PIC 9(08) VALUE ZERO.
056517 01  ULTIMO-ELO                  PIC 9(09) VALUE ZERO.
056518 01  INDICADOR-CONTROLE-ELO      PIC X(01) VALUE "N".
056519     88  CONTROLE-ELO-LIDO                 VALUE "S".
056520 01  INDICADOR-TRILHA-INTEGRA    PIC X(01) VALUE "S".
056521     88  TRILHA-INTEGRA                    VALUE "S".
056522 01  INDICADOR-SELO-VISTO        PIC X(01) VALUE "N".
056523     88  SELO-VISTO                        VALUE "S".
056524 01  NOME-ARQUIVO-VERIF          PIC X(24) VALUE SPACES.
056525 01  POSICAO-VERIF               PIC 9(07) VALUE ZERO.
056526 01  SEQUENCIA-ANTERIOR-VERIF    PIC 9(08) VALUE ZERO.
056527 01  ELO-ANTERIOR-VERIF          PIC 9(09) VALUE ZERO.
056528 01  DATA-HORA-ANTERIOR-VERIF    PIC X(16) VALUE SPACES.
056529 01  SEQUENCIA-FALTA-INICIO      PIC 9(08) VALUE ZERO.
056530 01  SEQUENCIA-FALTA-FIM         PIC 9(08) VALUE ZERO.
056531 01  CONTADOR-VERIF-ARQUIVOS     PIC 9(03) VALUE ZERO.
056532 01  CONTADOR-VERIF-EVENTOS      PIC 9(07) VALUE ZERO.
056533 01  CONTADOR-VERIF-LEGADOS      PIC 9(07) VALUE ZERO.
056534 01  CONTADOR-VERIF-ROMPIDOS     PIC 9(05) VALUE ZERO.
056535 01  CONTADOR-VERIF-AUSENTES     PIC 9(07) VALUE ZERO.
056536 01  CONTADOR-VERIF-FORA-ORDEM   PIC 9(05) VALUE ZERO.
056537 01  CONTADOR-VERIF-GER-AUSENTES PIC 9(03) VALUE ZERO.
056538 01  QTD-RESUMO-MES-VERIF        PIC 9(07) VALUE ZERO.
056539 01  PRIMEIRO-ROMPIDO-ARQUIVO    PIC X(24) VALUE SPACES.
056540 01  PRIMEIRO-ROMPIDO-POSICAO    PIC 9(07) VALUE ZERO.
056541 01  PRIMEIRO-ROMPIDO-SEQUENCIA  PIC 9(08) VALUE ZERO.
056542 01  INDICADOR-RESSELAR          PIC X(01) VALUE "N".
056543     88  RESSELAR-TRILHA                   VALUE "S".
056544 01  ELO-RESSELO-ANTERIOR        PIC 9(09) VALUE ZERO.
056545 01  SEQUENCIA-RESSELO           PIC 9(08) VALUE ZERO.
056546 01  CONTADOR-RESSELADOS         PIC 9(07) VALUE ZERO.
056547 01  CONTADOR-RESSELADOS-ARQ     PIC 9(07) VALUE ZERO.
056548 01  MOTIVO-VERIF                PIC X(30) VALUE SPACES.
056549
056550*----------------------------------------------------------------
056551* RESUMO DE ATIVIDADE POR PESSOA: PESSOA A RECALCULAR, RESUMO
056552* CALCULADO A PARTIR DOS ARQUIVOS DE DETALHE, PERCURSO DOS IDS
056553* PRESENTES NOS DETALHES E CONTAGENS DA RECONSTRUCAO E DA
056554* CONFERENCIA
056555*----------------------------------------------------------------
056556 01  ID-ATIVIDADE                PIC 9(06) VALUE ZERO.
056557 01  ATIVIDADE-CALCULADA.
056558     05  ATVC-PESSOA-ID          PIC 9(06).
056559     05  ATVC-DATA-ULTIMO        PIC 9(08).
056560     05  ATVC-TIPO-ULTIMO        PIC X(10).
056561     05  ATVC-NOTA-ULTIMO        PIC A(50).
056562     05  ATVC-TOTAL-CONTATOS     PIC 9(05).
056563     05  ATVC-DATA-RETORNO       PIC 9(08).
056564     05  ATVC-ULTIMA-CAMPANHA    PIC X(10).
056565     05  ATVC-DATA-CAMPANHA      PIC 9(08).
056566     05  ATVC-RESPOSTA-CAMPANHA  PIC X(01).
056567 01  INDICADOR-ATIVIDADE-ACHADA  PIC X(01) VALUE "N".
056568     88  ATIVIDADE-ACHADA                  VALUE "S".
056569 01  INDICADOR-FIM-ATIVIDADES    PIC X(01) VALUE "N".
056570     88  FIM-ATIVIDADES                    VALUE "S".
056571 01  ID-BUSCA-ATIVIDADE          PIC 9(06) VALUE ZERO.
056572 01  ID-CANDIDATO-ATIVIDADE      PIC 9(06) VALUE ZERO.
056573 01  PROXIMO-ID-ATIVIDADE        PIC 9(06) VALUE ZERO.
056574 01  INDICADOR-ID-ATIVIDADE      PIC X(01) VALUE "N".
056575     88  ID-ATIVIDADE-ACHADO               VALUE "S".
056576 01  INDICADOR-FIM-IDS-ATIVIDADE PIC X(01) VALUE "N".
056577     88  FIM-IDS-ATIVIDADE                 VALUE "S".
056578 01  CONTADOR-ATIV-REFEITAS      PIC 9(06) VALUE ZERO.
056579 01  CONTADOR-ATIV-CONFERIDAS    PIC 9(06) VALUE ZERO.
056580 01  CONTADOR-ATIV-DIVERGENTES   PIC 9(06) VALUE ZERO.
056581 01  CONTADOR-ATIV-SOBRANDO      PIC 9(06) VALUE ZERO.
056582 01  CONTADOR-ATIV-AUSENTES      PIC 9(06) VALUE ZERO.
056583 01  MOTIVO-CONF-ATIV            PIC X(40) VALUE SPACES.
056584 01  OPCAO-ATIVIDADES            PIC 9 VALUE 0.
056585
056600*----------------------------------------------------------------
056700* HISTORICO DE CONTATOS / RELATORIO DE CONTATOS FRIOS
056800*----------------------------------------------------------------
059000 01  DATA-ULTIMO-FORMATADA       PIC X(10).
059100 01  ID-PESSOA-CORRENTE          PIC 9(06).
059200
059201*----------------------------------------------------------------
059202* CARTEIRA DE PESSOAS POR OPERADOR RESPONSAVEL: PESSOA CORRENTE E
059203* SEU RESPONSAVEL, FILTRO DE CARTEIRA DOS RELATORIOS E DADOS DA
059204* DEFINICAO E DA TRANSFERENCIA DE CARTEIRA
059205*----------------------------------------------------------------
059206 01  ID-RESPONSAVEL              PIC 9(06) VALUE ZERO.
059207 01  RESPONSAVEL-PESSOA          PIC X(08) VALUE SPACES.
059208 01  RESPONSAVEL-INPUT           PIC X(08) VALUE SPACES.
059209 01  RESPONSAVEL-ANTERIOR        PIC X(08) VALUE SPACES.
059210 01  FILTRO-RESPONSAVEL          PIC X(08) VALUE SPACES.
059211 01  OPERADOR-CARTEIRA           PIC X(08) VALUE SPACES.
059212 01  CATEGORIA-CARTEIRA          PIC X(10) VALUE SPACES.
059213 01  INDICADOR-OPERADOR-VALIDO   PIC X(01) VALUE "N".
059214     88  OPERADOR-VALIDO                   VALUE "S".
059215 01  INDICADOR-RESP-ACHADO       PIC X(01) VALUE "N".
059216     88  RESP-ACHADO                       VALUE "S".
059217 01  INDICADOR-NA-CARTEIRA       PIC X(01) VALUE "N".
059218     88  NA-CARTEIRA                       VALUE "S".
059219 01  INDICADOR-CARTEIRA-PENDENTE PIC X(01) VALUE "N".
059220     88  CARTEIRA-PENDENTE                 VALUE "S".
059221 01  INDICADOR-FIM-RESPONSAVEIS  PIC X(01) VALUE "N".
059222     88  FIM-RESPONSAVEIS                  VALUE "S".
059223 01  INDICADOR-SO-SEM-RESP       PIC X(01) VALUE "N".
059224     88  SO-SEM-RESPONSAVEL                VALUE "S".
059225 01  INDICADOR-FIM-MENU-CARTEIRA PIC X(01) VALUE "N".
059226     88  FIM-MENU-CARTEIRA                 VALUE "S".
059227 01  OPCAO-CARTEIRA              PIC 9 VALUE 0.
059228 01  CONTADOR-CARTEIRA           PIC 9(06) VALUE ZERO.
059229 01  CONTADOR-RETORNOS-PASSAGEM  PIC 9(06) VALUE ZERO.
059230 01  CONTADOR-ORFAOS-RESP        PIC 9(05) VALUE ZERO.
059231 01  CONTADOR-RESP-FILHOS        PIC 9(05) VALUE ZERO.
059232 01  SITUACAO-PESSOA-CARTEIRA    PIC X(12) VALUE SPACES.
059233 01  SITUACAO-RETORNO-PASSAGEM   PIC X(10) VALUE SPACES.
059234
059235*----------------------------------------------------------------
059236* EXECUCAO DE UM RELATORIO SALVO: NOME DO ARQUIVO DE SAIDA, DADOS
059237* DA PESSOA CORRENTE (PRIMEIRO TELEFONE/E-MAIL/ENDERECO, MESES
059238* DESDE O ULTIMO CONTATO), VALOR E CHAVE DE ORDENACAO DE CADA
059239* COLUNA DO CATALOGO, LINHA DE SAIDA E QUEBRA DO SUBTOTAL
059240*----------------------------------------------------------------
059241 01  NOME-ARQ-REL-SALVO          PIC X(20) VALUE SPACES.
059242 01  NOME-RELDEF-MINUSC          PIC X(10) VALUE SPACES.
059243 01  MESES-RELDEF-INPUT          PIC 9(03) VALUE ZERO.
059244 01  INDICADOR-FIM-ORDEM-REL     PIC X(01) VALUE "N".
059245     88  FIM-ORDEM-RELATORIO               VALUE "S".
059246 01  INDICADOR-ORIGEM-REL        PIC X(01) VALUE "V".
059247     88  PESSOA-REL-VIVA                   VALUE "V".
059248     88  PESSOA-REL-ARQUIVADA              VALUE "A".
059249 01  INDICADOR-FIM-CONTATOS-REL  PIC X(01) VALUE "N".
059250     88  FIM-CONTATOS-REL                  VALUE "S".
059251 01  INDICADOR-FIM-DETALHES-REL  PIC X(01) VALUE "N".
059252     88  FIM-DETALHES-REL                  VALUE "S".
059253 01  DATA-CONHECEU-REL           PIC 9(08) VALUE ZERO.
059254 01  MESES-HOJE-REL              PIC 9(06) VALUE ZERO.
059255 01  MESES-ULTIMO-REL            PIC 9(06) VALUE ZERO.
059256 01  MESES-SEM-CONTATO-REL       PIC 9(03) VALUE ZERO.
059257 01  TIPO-DETALHE-REL            PIC X(01).
059258 01  VALOR-DETALHE-REL           PIC X(50).
059259 01  TELEFONE-REL                PIC X(50).
059260 01  EMAIL-REL                   PIC X(50).
059261 01  ENDERECO-LIVRE-REL          PIC X(50).
059262 01  DATA-AAAAMMDD-REL           PIC 9(08).
059263 01  DATA-PARTES-REL REDEFINES DATA-AAAAMMDD-REL.
059264     05  ANO-DATA-REL            PIC 9(04).
059265     05  MES-DATA-REL            PIC 9(02).
059266     05  DIA-DATA-REL            PIC 9(02).
059267 01  DATA-FORMATADA-REL          PIC X(10).
059268 01  TABELA-VALORES-REL.
059269     05  VALREL-TAB OCCURS 16 TIMES.
059270         10  VALREL-TEXTO        PIC X(50).
059271         10  VALREL-CHAVE        PIC X(30).
059272 01  INDICE-VALOR-REL            PIC 9(02) COMP.
059273 01  COLUNA-CORRENTE-REL         PIC 9(02) COMP.
059274 01  TEXTO-COLUNAS-RELDEF        PIC X(120).
059275 01  PONTEIRO-COLUNAS-RELDEF     PIC 9(04) COMP.
059276 01  PONTEIRO-LINHA-REL          PIC 9(04) COMP.
059277 01  LINHA-TRACOS-REL            PIC X(132) VALUE ALL "-".
059278 01  QUEBRA-CORRENTE-REL         PIC X(30) VALUE SPACES.
059279 01  ROTULO-QUEBRA-REL           PIC X(30) VALUE SPACES.
059280 01  INDICADOR-HA-QUEBRA-REL     PIC X(01) VALUE "N".
059281     88  HA-QUEBRA-REL                     VALUE "S".
059282 01  CONTADOR-REL-LIDAS          PIC 9(06) VALUE ZERO.
059283 01  CONTADOR-REL-LISTADAS       PIC 9(05) VALUE ZERO.
059284 01  CONTADOR-REL-SUBTOTAL       PIC 9(05) VALUE ZERO.
059285
059300*----------------------------------------------------------------
059400* MANUTENCAO DE DADOS DE CONTATO (TELEFONES/EMAILS/ENDERECO)
059500*----------------------------------------------------------------
060452 01  ULTIMO-CONTATO-NOTA         PIC A(50).
060454 01  CONTADOR-AGENDA             PIC 9(05) VALUE ZERO.
060500
060501*----------------------------------------------------------------
060502* ENCONTROS: CADASTRO, LISTA DE CONVIDADOS COM RESPOSTA E
060503* PRESENCA, RELATORIO DO EVENTO E CARTAS-CONVITE
060504*----------------------------------------------------------------
060505 01  OPCAO-EVENTO                PIC 9 VALUE 0.
060506 01  INDICADOR-FIM-MENU-EVENTO   PIC X(01) VALUE "N".
060507     88  FIM-MENU-EVENTO                   VALUE "S".
060508 01  INDICADOR-ENCONTRO-ACHADO   PIC X(01) VALUE "N".
060509     88  ENCONTRO-ACHADO                   VALUE "S".
060510 01  INDICADOR-CONVITE-ACHADO    PIC X(01) VALUE "N".
060511     88  CONVITE-ACHADO                    VALUE "S".
060512 01  INDICADOR-FIM-EVENTOS       PIC X(01) VALUE "N".
060513     88  FIM-EVENTOS                       VALUE "S".
060514 01  INDICADOR-FIM-CONVITES      PIC X(01) VALUE "N".
060515     88  FIM-CONVITES                      VALUE "S".
060516 01  INDICADOR-CARTAS-EVENTO     PIC X(01) VALUE "N".
060517     88  CARTAS-DE-EVENTO                  VALUE "S".
060518 01  INDICADOR-FORA-DO-EVENTO    PIC X(01) VALUE "N".
060519     88  FORA-DO-EVENTO                    VALUE "S".
060520 01  INDICADOR-LISTA-FALTOSOS    PIC X(01) VALUE "N".
060521     88  LISTANDO-FALTOSOS                 VALUE "S".
060522 01  CODIGO-EVENTO-INPUT         PIC X(10).
060523 01  NOME-EVENTO-INPUT           PIC X(40).
060524 01  LOCAL-EVENTO-INPUT          PIC X(40).
060525 01  CAPACIDADE-EVENTO-INPUT     PIC 9(04) VALUE ZERO.
060526 01  RSVP-INPUT                  PIC X(10).
060527     88  RSVP-VALIDA                       VALUE "CONVIDADO" "SIM"
060528         "NAO" "TALVEZ".
060529 01  ID-CONVIDADO                PIC 9(06) VALUE ZERO.
060530 01  EVENTO-DATA-FORMATADA       PIC X(10).
060531 01  NOTA-CONTATO-EVENTO         PIC X(50).
060533 01  CONTADOR-CONVIDADOS         PIC 9(05) VALUE ZERO.
060534 01  CONTADOR-RSVP-PENDENTE      PIC 9(05) VALUE ZERO.
060535 01  CONTADOR-RSVP-SIM           PIC 9(05) VALUE ZERO.
060536 01  CONTADOR-RSVP-NAO           PIC 9(05) VALUE ZERO.
060537 01  CONTADOR-RSVP-TALVEZ        PIC 9(05) VALUE ZERO.
060538 01  CONTADOR-PRESENTES          PIC 9(05) VALUE ZERO.
060539 01  CONTADOR-FALTOSOS           PIC 9(05) VALUE ZERO.
060540 01  CONTADOR-CONVITES-NOVOS     PIC 9(05) VALUE ZERO.
060541 01  CONTADOR-JA-CONVIDADOS      PIC 9(05) VALUE ZERO.
060542 01  CONTADOR-RECUSAS-CONVITE    PIC 9(05) VALUE ZERO.
060543 01  CONTADOR-EVENTOS            PIC 9(05) VALUE ZERO.
060544 01  CONTADOR-ORFAOS-CONVITE     PIC 9(05) VALUE ZERO.
060545 01  CONTADOR-CONVITES-FILHOS    PIC 9(05) VALUE ZERO.
060546 01  VAGAS-EVENTO                PIC 9(04) VALUE ZERO.
060547 01  LINHA-CONVIDADO.
060548     05  CNV-LIN-ID              PIC 9(06).
060549     05  FILLER                  PIC X(02) VALUE SPACES.
060550     05  CNV-LIN-NOME            PIC X(30).
060551     05  FILLER                  PIC X(02) VALUE SPACES.
060552     05  CNV-LIN-RSVP            PIC X(10).
060553     05  FILLER                  PIC X(02) VALUE SPACES.
060554     05  CNV-LIN-PRESENCA        PIC X(08).
060555     05  FILLER                  PIC X(02) VALUE SPACES.
060556     05  CNV-LIN-SITUACAO        PIC X(12).
060557 01  CABECALHO-CONVIDADO.
060558     05  FILLER                  PIC X(40) VALUE "ID      NOME".
060559     05  FILLER                  PIC X(12) VALUE "RESPOSTA".
060560     05  FILLER                  PIC X(10) VALUE "PRESENTE".
060561     05  FILLER                  PIC X(08) VALUE "SITUACAO".
060562 01  LINHA-CONTAGEM-EVENTO.
060563     05  CNT-LIN-ROTULO          PIC X(24).
060564     05  CNT-LIN-VALOR           PIC ZZZZ9.
060565 01  ORIGEM-CONVITE              PIC X(01) VALUE "M".
060566 01  GUARDA-REGISTRO-CONVITE.
060567     05  FILLER                  PIC X(43).
060568     05  GUARDA-CONVITE-PRESENCA PIC X(01).
060569
060600*----------------------------------------------------------------
060700* MODO LOTE (NAO ASSISTIDO) DIRIGIDO POR parametros.txt
060800*----------------------------------------------------------------
061700 01  RESULTADO-LOG-LOTE          PIC X(04).
061800 01  TEXTO-LOG-LOTE              PIC X(40).
061900
061902*----------------------------------------------------------------
061904* IMPORTACAO DO REGISTRO DE LIGACOES E E-MAILS (interacoes.txt):
061906* CAMPOS DA LINHA, TELEFONE/E-MAIL NORMALIZADO PARA COMPARACAO COM
061908* OS REGISTROS "F" E "E" DE detalhes.txt, RETOMADA E CONTADORES
061910*----------------------------------------------------------------
061912 01  INDICADOR-FIM-INTERACOES    PIC X(01) VALUE "N".
061914     88  FIM-INTERACOES                    VALUE "S".
061916 01  INDICADOR-RETOMADA-INTERACOES PIC X(01) VALUE "N".
061918     88  RETOMANDO-INTERACOES              VALUE "S".
061920 01  NUMERO-LINHA-INTERACAO      PIC 9(06) VALUE ZERO.
061922 01  ULTIMA-LINHA-INTERACAO      PIC 9(06) VALUE ZERO.
061924 01  PRIMEIRA-LINHA-INTERACAO    PIC X(150) VALUE SPACES.
061926 01  INT-DATA                    PIC X(10).
061928 01  INT-CANAL                   PIC X(10).
061930 01  INT-ENDERECO                PIC X(50).
061932 01  INT-NOTA                    PIC X(50).
061934 01  QTD-CAMPOS-INTERACAO        PIC 9(02) COMP.
061936 01  TIPO-CANAL-INTERACAO        PIC X(01).
061938     88  CANAL-INT-TELEFONE                VALUE "F".
061940     88  CANAL-INT-EMAIL                   VALUE "E".
061942 01  TIPO-CONTATO-INTERACAO      PIC X(10).
061944 01  ENDERECO-INT-NORMALIZADO    PIC X(50).
061946 01  CAMPO-A-NORMALIZAR          PIC X(50).
061948 01  CAMPO-NORMALIZADO           PIC X(50).
061950 01  CAMPO-A-ALINHAR             PIC X(50).
061952 01  INDICE-NORMALIZACAO         PIC 9(02) COMP.
061954 01  TAMANHO-NORMALIZADO         PIC 9(02) COMP.
061956 01  BRANCOS-A-ESQUERDA          PIC 9(02) COMP.
061958 01  ID-INTERACAO-ACHADO         PIC 9(06) VALUE ZERO.
061960 01  QTD-PESSOAS-INTERACAO       PIC 9(02) VALUE ZERO.
061962 01  MOTIVO-INTERACAO            PIC X(30).
061964 01  CONTADOR-INT-LIDAS          PIC 9(06) VALUE ZERO.
061966 01  CONTADOR-INT-APLICADAS      PIC 9(06) VALUE ZERO.
061968 01  CONTADOR-INT-EXCECOES       PIC 9(06) VALUE ZERO.
061970 01  CONTADOR-INT-PULADAS        PIC 9(06) VALUE ZERO.
061972 01  CONTADOR-INT-RETORNOS       PIC 9(06) VALUE ZERO.
061974 01  LINHA-EXC-INTERACAO.
061976     05  EXI-LIN-NUMERO          PIC ZZZZZ9.
061978     05  FILLER                  PIC X(02) VALUE SPACES.
061980     05  EXI-LIN-MOTIVO          PIC X(30).
061982     05  FILLER                  PIC X(02) VALUE SPACES.
061984     05  EXI-LIN-REGISTRO        PIC X(92).
061986
061988
062000*----------------------------------------------------------------
062100* BACKUP E RESTAURACAO DO CADASTRO COM CONTAGEM E HASH-TOTAIS
062200* (SOMAS DE PESSOA-ID E DE DATA-CONHECEU EM AAAAMMDD, MODULO
063890 01  ANO-MES-FIM-REPLAY          PIC 9(06) VALUE ZERO.
063893 01  CONTADOR-MESES-VARRIDOS     PIC 9(03) COMP VALUE ZERO.
063900
063901*----------------------------------------------------------------
063902* RELATORIOS SALVOS: MENU, ENTRADA DA DEFINICAO E CATALOGO DAS
063903* COLUNAS QUE UM RELATORIO PODE ESCOLHER (NOME NO CABECALHO/CSV E
063904* LARGURA NA LISTAGEM IMPRESSA, QUE VAI ATE 132 POSICOES)
063905*----------------------------------------------------------------
063906 01  OPCAO-RELDEF                PIC 9(01) VALUE ZERO.
063907 01  INDICADOR-FIM-MENU-RELDEF   PIC X(01) VALUE "N".
063908     88  FIM-MENU-RELDEF                   VALUE "S".
063909 01  INDICADOR-RELDEF-ACHADA     PIC X(01) VALUE "N".
063910     88  RELDEF-ACHADA                     VALUE "S".
063911 01  INDICADOR-FIM-RELDEF        PIC X(01) VALUE "N".
063912     88  FIM-RELDEF                        VALUE "S".
063913 01  INDICADOR-NOME-RELDEF       PIC X(01) VALUE "N".
063914     88  NOME-RELDEF-VALIDO                VALUE "S".
063915 01  NOME-RELDEF-INPUT           PIC X(10).
063916 01  TAMANHO-NOME-RELDEF         PIC 9(02) COMP.
063917 01  INDICE-NOME-RELDEF          PIC 9(02) COMP.
063918 01  TITULO-RELDEF-INPUT         PIC X(40).
063919 01  COLUNA-INPUT                PIC 9(02) VALUE ZERO.
063920 01  QTD-COLUNAS-RELDEF          PIC 9(02) COMP VALUE ZERO.
063921 01  INDICADOR-FIM-COLUNAS       PIC X(01) VALUE "N".
063922     88  FIM-COLUNAS-RELDEF                VALUE "S".
063923 01  LARGURA-LINHA-RELDEF        PIC 9(03) COMP VALUE ZERO.
063924 01  LARGURA-COLUNA-NOVA         PIC 9(03) COMP VALUE ZERO.
063925 01  CATEGORIA-RELDEF-INPUT      PIC X(10).
063926 01  INDICADOR-CATEGORIA-RELDEF  PIC X(01) VALUE "N".
063927     88  CATEGORIA-RELDEF-VALIDA           VALUE "S".
063928 01  INDICADOR-DATA-RELDEF       PIC X(01) VALUE "N".
063929     88  DATA-RELDEF-OK                    VALUE "S".
063930 01  DATA-RELDEF-NUM             PIC 9(08) VALUE ZERO.
063931 01  ORDEM-RELDEF-INPUT          PIC 9(02) VALUE ZERO.
063932 01  INDICADOR-ORDEM-RELDEF      PIC X(01) VALUE "N".
063933     88  ORDEM-RELDEF-VALIDA               VALUE "S".
063934 01  OPCAO-SN-RELDEF             PIC X(01).
063935     88  OPCAO-SN-RELDEF-VALIDA            VALUE "S" "N" " ".
063936 01  ARQUIVADAS-RELDEF-INPUT     PIC X(01).
063937     88  ARQUIVADAS-RELDEF-VALIDA          VALUE "N" "S" "T".
063938 01  SAIDA-RELDEF-INPUT          PIC X(01).
063939     88  SAIDA-RELDEF-VALIDA               VALUE "L" "C".
063940 01  CONTADOR-RELDEF             PIC 9(04) VALUE ZERO.
063941 01  TABELA-COLUNAS-REL-VALORES.
063942     05  FILLER                  PIC X(14) VALUE "ID          06".
063943     05  FILLER                  PIC X(14) VALUE "NOME        30".
063944     05  FILLER                  PIC X(14) VALUE "CONHECEU    10".
063945     05  FILLER                  PIC X(14) VALUE "CATEGORIA   10".
063946     05  FILLER                  PIC X(14) VALUE "OBSERVACAO  30".
063947     05  FILLER                  PIC X(14) VALUE "TELEFONE    20".
063948     05  FILLER                  PIC X(14) VALUE "EMAIL       30".
063949     05  FILLER                  PIC X(14) VALUE "ENDERECO    40".
063950     05  FILLER                  PIC X(14) VALUE "ULT-CONTATO 11".
063951     05  FILLER                  PIC X(14) VALUE "TIPO-CONT   10".
063952     05  FILLER                  PIC X(14) VALUE "NOTA-CONT   30".
063953     05  FILLER                  PIC X(14) VALUE "MESES       05".
063954     05  FILLER                  PIC X(14) VALUE "CONTATOS    08".
063955     05  FILLER                  PIC X(14) VALUE "SITUACAO    09".
063956     05  FILLER                  PIC X(14) VALUE "CIDADE      20".
063957     05  FILLER                  PIC X(14) VALUE "UF          02".
063958 01  TABELA-COLUNAS-REL REDEFINES TABELA-COLUNAS-REL-VALORES.
063959     05  COLREL-TAB OCCURS 16 TIMES.
063960         10  COLREL-NOME         PIC X(12).
063961         10  COLREL-LARGURA      PIC 9(02).
063962 01  QTD-COLUNAS-CATALOGO        PIC 9(02) COMP VALUE 16.
063963 01  INDICE-COLREL               PIC 9(02) COMP.
063964
064000*----------------------------------------------------------------
064100* HISTORICO POR PESSOA E RESUMO DIARIO DA AUDITORIA
064200*----------------------------------------------------------------
071600 01  CABECALHO-ESTATISTICA       PIC X(51) VALUE
071700     "MES/ANO  CONHEC  CLIENTE  INCLUS.  EDICOES  EXCLUS.".
071800
071801*----------------------------------------------------------------
071802* ENDERECO POSTAL ESTRUTURADO: ENTRADA COM VALIDACAO DE CEP E UF,
071803* CONVERSAO DOS ENDERECOS LIVRES (DETALHE "N") E RELATORIO DE
071804* PESSOAS POR UF E CIDADE
071805*----------------------------------------------------------------
071806 01  ID-ENDERECO                 PIC 9(06) VALUE ZERO.
071807 01  OPCAO-ENDERECO              PIC 9 VALUE 0.
071808 01  INDICADOR-FIM-MENU-ENDERECO PIC X(01) VALUE "N".
071809     88  FIM-MENU-ENDERECO                 VALUE "S".
071810 01  INDICADOR-ENDERECO-ACHADO   PIC X(01) VALUE "N".
071811     88  ENDERECO-ACHADO                   VALUE "S".
071812 01  INDICADOR-ENDERECO-LIVRE    PIC X(01) VALUE "N".
071813     88  TEM-ENDERECO-LIVRE                VALUE "S".
071814 01  INDICADOR-ENDERECO-VALIDO   PIC X(01) VALUE "N".
071815     88  ENDERECO-VALIDO                   VALUE "S".
071816 01  INDICADOR-FIM-ENDERECOS     PIC X(01) VALUE "N".
071817     88  FIM-ENDERECOS                     VALUE "S".
071818 01  INDICADOR-FIM-ORDEM-ENV     PIC X(01) VALUE "N".
071819     88  FIM-ORDEM-ENVELOPES               VALUE "S".
071820 01  UF-INPUT                    PIC X(02).
071821     88  UF-VALIDA                         VALUE "AC" "AL" "AP"
071822         "AM" "BA" "CE" "DF" "ES" "GO" "MA" "MT" "MS" "MG" "PA"
071823         "PB" "PR" "PE" "PI" "RJ" "RN" "RS" "RO" "RR" "SC" "SP"
071824         "SE" "TO".
071825 01  CEP-INPUT                   PIC X(09).
071826 01  CEP-DIGITOS                 PIC X(08).
071827 01  CEP-NUMERICO REDEFINES CEP-DIGITOS PIC 9(08).
071828 01  INDICADOR-CEP-VALIDO        PIC X(01) VALUE "N".
071829     88  CEP-VALIDO                        VALUE "S".
071830 01  LOGRADOURO-INPUT            PIC X(40).
071831 01  NUMERO-INPUT                PIC X(06).
071832 01  COMPLEMENTO-INPUT           PIC X(20).
071833 01  BAIRRO-INPUT                PIC X(30).
071834 01  CIDADE-INPUT                PIC X(30).
071835 01  MOTIVO-ENDERECO             PIC X(24) VALUE SPACES.
071836 01  CEP-FORMATADO               PIC X(09).
071837 01  LINHA-ENDERECO-RUA          PIC X(80).
071838 01  LINHA-ENDERECO-CIDADE       PIC X(80).
071839 01  ENDERECO-UMA-LINHA          PIC X(160).
071840 01  PONTEIRO-ENDERECO           PIC 9(04) COMP.
071841 01  CONTADOR-ORFAOS-ENDERECO    PIC 9(05) VALUE ZERO.
071842 01  CONTADOR-ENDERECO-FILHOS    PIC 9(05) VALUE ZERO.
071843 01  TABELA-PARTES-BRUTAS.
071844     05  PARTE-BRUTA             PIC X(50) OCCURS 8 TIMES.
071845 01  TABELA-PARTES-ENDERECO.
071846     05  PARTE-ENDERECO          PIC X(50) OCCURS 8 TIMES.
071847 01  QTD-PARTES-BRUTAS           PIC 9(02) COMP.
071848 01  QTD-PARTES-ENDERECO         PIC 9(02) COMP.
071849 01  INDICE-PARTE                PIC 9(02) COMP.
071850 01  ESPACOS-INICIAIS            PIC 9(02) COMP.
071851 01  PARTE-TRABALHO              PIC X(50).
071852 01  PARTE-AUXILIAR              PIC X(50).
071853 01  ENDERECO-LIVRE              PIC X(50).
071854 01  ID-CONVERSAO-CORRENTE       PIC 9(06) VALUE ZERO.
071855 01  NOME-CONVERSAO              PIC X(30).
071856 01  INDICADOR-SITUACAO-CONV     PIC X(01) VALUE "T".
071857     88  CONV-TENTANDO                     VALUE "T".
071858     88  CONV-RESOLVIDA                    VALUE "R".
071859     88  CONV-SEM-PESSOA                   VALUE "A".
071860 01  INDICADOR-FALHA-GUARDADA    PIC X(01) VALUE "N".
071861     88  FALHA-GUARDADA                    VALUE "S".
071862 01  MOTIVO-FALHA-CONV           PIC X(24).
071863 01  VALOR-FALHA-CONV            PIC X(50).
071864 01  CONTADOR-CONVERTIDOS        PIC 9(05) VALUE ZERO.
071865 01  CONTADOR-NAO-CONVERTIDOS    PIC 9(05) VALUE ZERO.
071866 01  CONTADOR-JA-ESTRUTURADOS    PIC 9(05) VALUE ZERO.
071867 01  TABELA-REGIOES.
071868     05  REGIAO-TAB OCCURS 500 TIMES.
071869         10  REGIAO-CHAVE.
071870             15  REGIAO-UF       PIC X(02).
071871             15  REGIAO-CIDADE   PIC X(30).
071872         10  REGIAO-PESSOAS      PIC 9(05) COMP.
071873 01  QTD-REGIOES                 PIC 9(03) COMP VALUE ZERO.
071874 01  INDICE-REGIAO               PIC 9(03) COMP.
071875 01  INDICE-DESLOCA-REGIAO       PIC 9(03) COMP.
071876 01  CHAVE-REGIAO-BUSCA.
071877     05  UF-REGIAO-BUSCA         PIC X(02).
071878     05  CIDADE-REGIAO-BUSCA     PIC X(30).
071879 01  INDICADOR-REGIAO-ACHADA     PIC X(01) VALUE "N".
071880     88  REGIAO-ACHADA                     VALUE "S".
071881 01  INDICADOR-POSICAO-REGIAO    PIC X(01) VALUE "N".
071882     88  POSICAO-REGIAO-ACHADA             VALUE "S".
071883 01  CONTADOR-REGIOES-FORA       PIC 9(05) VALUE ZERO.
071884 01  CONTADOR-SEM-END-REGIAO     PIC 9(05) VALUE ZERO.
071885 01  CONTADOR-END-INCOMPLETO     PIC 9(05) VALUE ZERO.
071886 01  CONTADOR-PESSOAS-REGIAO     PIC 9(06) VALUE ZERO.
071887 01  SUBTOTAL-UF                 PIC 9(06) VALUE ZERO.
071888 01  UF-CORRENTE-REGIAO          PIC X(02).
071889 01  LINHA-REGIAO.
071890     05  REG-LIN-UF              PIC X(02).
071891     05  FILLER                  PIC X(02) VALUE SPACES.
071892     05  REG-LIN-CIDADE          PIC X(30).
071893     05  FILLER                  PIC X(02) VALUE SPACES.
071894     05  REG-LIN-PESSOAS         PIC ZZZZZ9.
071895 01  CABECALHO-REGIAO            PIC X(42) VALUE
071896     "UF  CIDADE                         PESSOAS".
071897
071900*----------------------------------------------------------------
072000* MALA DIRETA: CARTAS A PARTIR DE MODELO COM MARCADORES
072100* <NOME>, <CATEGORIA>, <DATACONHECEU>, <ENDERECO>, <TELEFONE>
073200 01  INDICADOR-TODAS-CARTAS      PIC X(01) VALUE "N".
073300     88  TODAS-CARTAS                      VALUE "S".
073400 01  CONTADOR-CARTAS             PIC 9(05) VALUE ZERO.
073500 01  MARCADOR-CARTA              PIC X(50).
073600 01  TAMANHO-MARCADOR            PIC 9(03) COMP.
073700 01  VALOR-CARTA                 PIC X(160).
073800 01  TAMANHO-VALOR-CARTA         PIC 9(03) COMP.
074534         10  CAMP-TAB-CODIGO     PIC X(10).
074536         10  CAMP-TAB-CARTAS     PIC 9(05) COMP.
074538         10  CAMP-TAB-RESPOSTAS  PIC 9(05) COMP.
074539         10  CAMP-TAB-RECUSAS    PIC 9(05) COMP.
074540 01  QTD-CAMPANHAS-TAB           PIC 9(03) COMP VALUE ZERO.
074542 01  INDICE-CAMPANHA             PIC 9(03) COMP.
074544 01  INDICADOR-CAMPANHA-ACHADA   PIC X(01) VALUE "N".
074562     05  CAMP-LIN-RESPOSTAS      PIC ZZZZ9.
074564     05  FILLER                  PIC X(05) VALUE SPACES.
074566     05  CAMP-LIN-TAXA           PIC ZZ9.99.
074567     05  FILLER                  PIC X(04) VALUE SPACES.
074568     05  CAMP-LIN-RECUSAS        PIC ZZZZ9.
074569 01  CABECALHO-CAMPANHA          PIC X(49) VALUE
074570     "CAMPANHA      CARTAS  RESPOSTAS  TAXA(%)  RECUSAS".
074572 01  NOTA-RESPOSTA-CAMPANHA      PIC X(50).
074574
074576*----------------------------------------------------------------
074578* ENVELOPES DA MALA DIRETA E PESSOAS SEM ENDERECO POSTAL VALIDO
074580*----------------------------------------------------------------
074582 01  CONTADOR-ENVELOPES          PIC 9(05) VALUE ZERO.
074586 01  TABELA-SEM-ENDERECO.
074588     05  SEM-END-TAB OCCURS 200 TIMES.
074590         10  SEM-END-ID          PIC 9(06).
074592         10  SEM-END-NOME        PIC X(30).
074593         10  SEM-END-MOTIVO      PIC X(24).
074594 01  QTD-SEM-ENDERECO            PIC 9(03) COMP VALUE ZERO.
074596 01  INDICE-SEM-ENDERECO         PIC 9(03) COMP.
074597 01  INDICADOR-SEM-END-CHEIO     PIC X(01) VALUE "N".
078100*================================================================
078200* 1000-INICIALIZAR
078300* Garante a existencia de ARQUIVO-PESSOAS, carrega a tabela de
078350* categorias de categorias.txt e monta as tabelas fixas de tipos
078400* de contato e de vinculo. O proximo PESSOA-ID
078500* passou a ser obtido na hora da gravacao (3040-OBTER-PROXIMO-
078600* ID), pelo estado atual do arquivo, para o convivio seguro de
078700* varias sessoes simultaneas.
080600     PERFORM 1020-INICIALIZAR-CATEGORIAS
080700         THRU 1020-INICIALIZAR-CATEGORIAS-EXIT
080800     PERFORM 1030-INICIALIZAR-TIPOS-CONTATO
080900         THRU 1030-INICIALIZAR-TIPOS-CONTATO-EXIT
080910     PERFORM 1035-INICIALIZAR-TIPOS-VINCULO
080920         THRU 1035-INICIALIZAR-TIPOS-VINCULO-EXIT
080930     PERFORM 1036-INICIALIZAR-TIPOS-DATA
080940         THRU 1036-INICIALIZAR-TIPOS-DATA-EXIT
080950     PERFORM 1037-INICIALIZAR-CANAIS-CONSENT
080960         THRU 1037-INICIALIZAR-CANAIS-CONSENT-EXIT.
081000 1000-INICIALIZAR-EXIT.
081100     EXIT.
081200
082500     MOVE "EMAIL"     TO TIPO-CONTATO-TAB(3).
082600 1030-INICIALIZAR-TIPOS-CONTATO-EXIT.
082700     EXIT.
082705
082710 1035-INICIALIZAR-TIPOS-VINCULO.
082715     MOVE "INDICOU"   TO TIPO-VINCULO-TAB(1)
082720     MOVE "FAMILIA"   TO TIPO-VINCULO-TAB(2)
082725     MOVE "EMPRESA"   TO TIPO-VINCULO-TAB(3)
082730     MOVE "AMIGO"     TO TIPO-VINCULO-TAB(4)
082735     MOVE "OUTRO"     TO TIPO-VINCULO-TAB(5).
082740 1035-INICIALIZAR-TIPOS-VINCULO-EXIT.
082745     EXIT.
082750
082755 1036-INICIALIZAR-TIPOS-DATA.
082760     MOVE "ANIVERSARIO" TO TIPO-DATA-TAB(1)
082765     MOVE "CASAMENTO"   TO TIPO-DATA-TAB(2)
082770     MOVE "FORMATURA"   TO TIPO-DATA-TAB(3)
082775     MOVE "FALECIMENTO" TO TIPO-DATA-TAB(4)
082780     MOVE "OUTRA"       TO TIPO-DATA-TAB(5).
082785 1036-INICIALIZAR-TIPOS-DATA-EXIT.
082790     EXIT.
082791
082792 1037-INICIALIZAR-CANAIS-CONSENT.
082793     MOVE "CARTA"     TO CANAL-CONSENT-TAB(1)
082794     MOVE "EMAIL"     TO CANAL-CONSENT-TAB(2)
082795     MOVE "TELEFONE"  TO CANAL-CONSENT-TAB(3).
082796 1037-INICIALIZAR-CANAIS-CONSENT-EXIT.
082797     EXIT.
082800
082900*================================================================
083000* 1040-AVISAR-STATUS-PESSOAS
088180     DISPLAY "34 - Fechamento mensal da auditoria"
088185     DISPLAY "35 - Ficha da pessoa (dossie)"
088190     DISPLAY "36 - Importar CSV editado"
088195     DISPLAY "37 - Vinculos entre pessoas"
088200     DISPLAY "38 - Relatorio de indicacoes (arvore)"
088205     DISPLAY "39 - Datas pessoais (aniversarios e outras)"
088210     DISPLAY "40 - Consentimento de contato por canal"
088215     DISPLAY "41 - Esquecimento de pessoa (LGPD)"
088220     DISPLAY "42 - Verificar trilha de auditoria"
088225     DISPLAY "43 - Resumo de atividade (reconstruir/conferir)"
088230     DISPLAY "44 - Carteira de pessoas por responsavel"
088235     DISPLAY "45 - Endereco postal (CEP/UF)"
088240     DISPLAY "46 - Encontros e convites (RSVP/presenca)"
088245     DISPLAY "47 - Importar ligacoes e e-mails (interacoes.txt)"
088250     DISPLAY "48 - Relatorios salvos (definir/listar/excluir)"
088255     DISPLAY "49 - Executar relatorio salvo (rel-NOME.lst/.csv)"
088290     DISPLAY "Escolha uma opção: "
088300     ACCEPT OPCAO
088310
088320     PERFORM 2010-VERIFICAR-PERMISSAO
096019         WHEN 36
096021             PERFORM 7400-IMPORTAR-CSV
096022                 THRU 7400-IMPORTAR-CSV-EXIT
096024         WHEN 37
096026             PERFORM 7500-MANTER-VINCULOS
096028                 THRU 7500-MANTER-VINCULOS-EXIT
096030         WHEN 38
096032             PERFORM 8800-RELATORIO-INDICACOES
096034                 THRU 8800-RELATORIO-INDICACOES-EXIT
096036         WHEN 39
096038             PERFORM 3700-MANTER-DATAS
096040                 THRU 3700-MANTER-DATAS-EXIT
096042         WHEN 40
096044             PERFORM 3800-MANTER-CONSENTIMENTOS
096046                 THRU 3800-MANTER-CONSENTIMENTOS-EXIT
096048         WHEN 41
096050             PERFORM 3900-ESQUECER-PESSOA
096052                 THRU 3900-ESQUECER-PESSOA-EXIT
096054         WHEN 42
096056             PERFORM 9870-VERIFICAR-TRILHA
096058                 THRU 9870-VERIFICAR-TRILHA-EXIT
096060         WHEN 43
096062             PERFORM 4250-MANTER-ATIVIDADES
096064                 THRU 4250-MANTER-ATIVIDADES-EXIT
096066         WHEN 44
096068             PERFORM 4300-MANTER-CARTEIRAS
096070                 THRU 4300-MANTER-CARTEIRAS-EXIT
096072         WHEN 45
096074             PERFORM 4400-MANTER-ENDERECOS
096076                 THRU 4400-MANTER-ENDERECOS-EXIT
096078         WHEN 46
096079             PERFORM 4500-MANTER-EVENTOS
096080                 THRU 4500-MANTER-EVENTOS-EXIT
096081         WHEN 47
096082             PERFORM 4600-IMPORTAR-INTERACOES
096083                 THRU 4600-IMPORTAR-INTERACOES-EXIT
096084         WHEN 48
096085             PERFORM 4700-RELATORIOS-SALVOS
096086                 THRU 4700-RELATORIOS-SALVOS-EXIT
096087         WHEN 49
096088             PERFORM 4736-EXECUTAR-RELDEF-MENU
096089                 THRU 4736-EXECUTAR-RELDEF-MENU-EXIT
096090         WHEN OTHER
096100             DISPLAY "Opção inválida!"
096200     END-EVALUATE.
096300 2000-EXIBIR-MENU-EXIT.
098500     DISPLAY "Observação pessoal: "
098600     ACCEPT OBSERVACAO-INPUT
098700
098710     MOVE "N" TO INDICADOR-OPERADOR-VALIDO
098720     PERFORM 4314-OBTER-RESPONSAVEL-VALIDO
098730         THRU 4314-OBTER-RESPONSAVEL-VALIDO-EXIT
098740         UNTIL OPERADOR-VALIDO
098750
098800     MOVE NOME-INPUT TO CAMPO-PARA-CONVERTER
098900     PERFORM 9600-CONVERTER-MAIUSCULAS
099000         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
102300     MOVE "INCLUSAO" TO ACAO-AUDITORIA
102400     PERFORM 9500-GRAVAR-AUDITORIA
102500         THRU 9500-GRAVAR-AUDITORIA-EXIT
102510
102520     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
102530         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
102540     MOVE PESSOA-ID TO ID-RESPONSAVEL
102550     PERFORM 4325-GRAVAR-RESPONSAVEL
102560         THRU 4325-GRAVAR-RESPONSAVEL-EXIT
102570     CLOSE ARQUIVO-RESPONSAVEIS
102600
102700     DISPLAY "Pessoa registrada com sucesso!"
102800     DISPLAY "ID atribuído: " PESSOA-ID.
111200*================================================================
111300 4000-MOSTRAR-PESSOAS.
111400     OPEN INPUT ARQUIVO-PESSOAS
111410     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
111420         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
111500     MOVE "N" TO INDICADOR-FIM-PESSOAS
111600     MOVE ZEROS TO PESSOA-ID
111700     START ARQUIVO-PESSOAS KEY IS NOT LESS THAN PESSOA-ID
112400         UNTIL FIM-PESSOAS
112500
112600     CLOSE ARQUIVO-PESSOAS
112610     CLOSE ARQUIVO-RESPONSAVEIS
112700     DISPLAY "Fim da lista.".
112800 4000-MOSTRAR-PESSOAS-EXIT.
112900     EXIT.
113700             DISPLAY "Nome........: " NOME
113800             DISPLAY "Conheceu em.: " DATA-CONHECEU
113900             DISPLAY "Categoria...: " CATEGORIA
113910             MOVE PESSOA-ID TO ID-RESPONSAVEL
113920             PERFORM 4310-LER-RESPONSAVEL
113930                 THRU 4310-LER-RESPONSAVEL-EXIT
113940             DISPLAY "Responsável.: " RESPONSAVEL-PESSOA
114000             DISPLAY " Observação.: " OBSERVACAO
114100             DISPLAY "-----------------------------"
114200     END-READ.
130500
130600     DISPLAY "Pessoa excluída com sucesso!"
130610
130615     DISPLAY "Excluir também os contatos, dados de contato, "
130616         "vínculos, datas pessoais, consentimentos, "
130617         "responsável, endereço postal e convites "
130620         "da pessoa (S/N)? "
130625     ACCEPT RESPOSTA
130630     IF RESPOSTA-SIM
130655             CONTADOR-CONTATOS-FILHOS
130660         DISPLAY "Dados de contato excluídos: "
130665             CONTADOR-DETALHES-FILHOS
130666         PERFORM 6207-EXIBIR-DEMAIS-FILHOS
130667             THRU 6207-EXIBIR-DEMAIS-FILHOS-EXIT
130670     ELSE
130675         DISPLAY "Contatos, dados de contato, vínculos, datas "
130677             "pessoais, consentimentos, responsável, "
130679             "endereço postal e convites mantidos; use o "
130680             "relatório de órfãos (opção 27) "
130682             "para apurá-los."
130685     END-IF.
130700 6000-EXCLUIR-PESSOA-EXIT.
166200* (9230-ESCAPAR-ASPAS) para nao quebrar o CSV gerado.
166300* Telefones, emails e endereco de detalhes.txt saem em tres
166400* colunas proprias, com varios valores separados por "; ".
166410* A coluna Recusas lista os canais que a pessoa recusou em
166420* consentimentos.txt; telefones, emails ou endereco de canal
166430* recusado saem em branco.
166500*================================================================
166600 9200-EXPORTAR-CSV.
166700     OPEN INPUT ARQUIVO-PESSOAS
167500     END-IF
167600     PERFORM 3470-ABRIR-DETALHES-IO
167700         THRU 3470-ABRIR-DETALHES-IO-EXIT
167710     PERFORM 3860-ABRIR-CONSENT-IO
167720         THRU 3860-ABRIR-CONSENT-IO-EXIT
167730     MOVE ZERO TO CONTADOR-RECUSAS-CARTA
167740     MOVE ZERO TO CONTADOR-RECUSAS-EMAIL
167750     MOVE ZERO TO CONTADOR-RECUSAS-TELEFONE
167800
167900     MOVE SPACES TO REGISTRO-CSV
168000     STRING "ID,Nome,DataConheceu,Categoria,Observacao,"
168100                 DELIMITED BY SIZE
168200             "Telefones,Emails,Endereco,Recusas" DELIMITED BY SIZE
168300         INTO REGISTRO-CSV
168400     WRITE REGISTRO-CSV
168500
169700     CLOSE ARQUIVO-PESSOAS
169800     CLOSE ARQUIVO-CSV
169900     CLOSE ARQUIVO-DETALHES
169910     CLOSE ARQUIVO-CONSENTIMENTOS
170000
170100     DISPLAY "Exportação concluída: pessoas.csv"
170110     DISPLAY "Pessoas com dados omitidos por recusa de contato "
170120         "(coluna Recusas):"
170130     DISPLAY "  Carta (endereço): " CONTADOR-RECUSAS-CARTA
170140     DISPLAY "  E-mail..........: " CONTADOR-RECUSAS-EMAIL
170150     DISPLAY "  Telefone........: " CONTADOR-RECUSAS-TELEFONE.
170200 9200-EXPORTAR-CSV-EXIT.
170300     EXIT.
170400
176400
176500             PERFORM 9240-CONCATENAR-DETALHES
176600                 THRU 9240-CONCATENAR-DETALHES-EXIT
176605             MOVE PESSOA-ID TO ID-CONSENT-BUSCA
176610             PERFORM 3875-AVALIAR-RECUSAS-PESSOA
176615                 THRU 3875-AVALIAR-RECUSAS-PESSOA-EXIT
176620             IF RECUSA-CARTA
176625                 ADD 1 TO CONTADOR-RECUSAS-CARTA
176630             END-IF
176635             IF RECUSA-EMAIL
176640                 ADD 1 TO CONTADOR-RECUSAS-EMAIL
176645             END-IF
176650             IF RECUSA-TELEFONE
176655                 ADD 1 TO CONTADOR-RECUSAS-TELEFONE
176660             END-IF
176700
176800             STRING '","' DELIMITED BY SIZE
176900                 INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
177000             IF PONTEIRO-TELEFONES > 1
177010                     AND NOT RECUSA-TELEFONE
177100                 COMPUTE TAMANHO-LISTA-DETALHE =
177200                     PONTEIRO-TELEFONES - 1
177300                 STRING LISTA-TELEFONES(1:TAMANHO-LISTA-DETALHE)
177800             STRING '","' DELIMITED BY SIZE
177900                 INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
178000             IF PONTEIRO-EMAILS > 1
178010                     AND NOT RECUSA-EMAIL
178100                 COMPUTE TAMANHO-LISTA-DETALHE =
178200                     PONTEIRO-EMAILS - 1
178300                 STRING LISTA-EMAILS(1:TAMANHO-LISTA-DETALHE)
178800             STRING '","' DELIMITED BY SIZE
178900                 INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
179000             IF PONTEIRO-ENDERECOS > 1
179010                     AND NOT RECUSA-CARTA
179100                 COMPUTE TAMANHO-LISTA-DETALHE =
179200                     PONTEIRO-ENDERECOS - 1
179300                 STRING LISTA-ENDERECOS(1:TAMANHO-LISTA-DETALHE)
179500                     INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
179600             END-IF
179700
179800             STRING '","' DELIMITED BY SIZE
179900                 INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
179910             IF TEXTO-RECUSAS-PESSOA NOT = SPACES
179920                 STRING TEXTO-RECUSAS-PESSOA DELIMITED BY "  "
179930                     INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
179940             END-IF
179950             STRING '"' DELIMITED BY SIZE
179960                 INTO REGISTRO-CSV WITH POINTER PONTEIRO-CSV
180000
180100             WRITE REGISTRO-CSV
180200     END-READ.
208600* alterada ou excluida.
208700* ID-AUDITORIA, ACAO-AUDITORIA e os campos "-ANTIGO/-ANTIGA" e
208800* "-INPUT" devem estar preenchidos pelo chamador.
208820* Cada evento recebe a sequencia seguinte e o selo encadeado ao
208840* selo do evento anterior (9510); os dois ficam tambem em
208860* audelo.txt para o proximo evento e para a verificacao (9870).
208900*================================================================
209000 9500-GRAVAR-AUDITORIA.
209100     ACCEPT DATA-ATUAL-AUDITORIA FROM DATE YYYYMMDD
210700     MOVE CATEGORIA-INPUT      TO AUD-CATEGORIA-NOVA
210800     MOVE OBSERVACAO-INPUT     TO AUD-OBSERVACAO-NOVA
210900     MOVE OPERADOR-ATUAL       TO AUD-OPERADOR
210910     PERFORM 9505-LER-CONTROLE-ELO
210920         THRU 9505-LER-CONTROLE-ELO-EXIT
210930     ADD 1 TO ULTIMA-SEQUENCIA-ELO
210940     MOVE ULTIMA-SEQUENCIA-ELO TO AUD-SEQUENCIA
210950     MOVE ULTIMO-ELO           TO ELO-BASE
210960     PERFORM 9510-CALCULAR-ELO-AUDITORIA
210970         THRU 9510-CALCULAR-ELO-AUDITORIA-EXIT
210980     MOVE ELO-CALCULADO        TO AUD-ELO
211000
211100     WRITE REGISTRO-AUDITORIA
211200     CLOSE ARQUIVO-AUDITORIA
211210     MOVE ELO-CALCULADO TO ULTIMO-ELO
211220     PERFORM 9506-GRAVAR-CONTROLE-ELO
211230         THRU 9506-GRAVAR-CONTROLE-ELO-EXIT.
211300 9500-GRAVAR-AUDITORIA-EXIT.
211400     EXIT.
211500
215600     MOVE ZERO TO NUMERO-PAGINA
215700     MOVE ZERO TO TOTAL-LISTADO-RELATORIO
215800     MOVE LINHAS-POR-PAGINA TO CONTADOR-LINHAS-PAGINA
215810     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
215820         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
215900
216000     MOVE "N" TO INDICADOR-FIM-PESSOAS
216100     MOVE ZEROS TO PESSOA-ID
217300
217400     CLOSE ARQUIVO-PESSOAS
217500     CLOSE ARQUIVO-RELATORIO
217510     CLOSE ARQUIVO-RESPONSAVEIS
217600     DISPLAY "Relatório gerado: pessoas.lst".
217700 9700-RELATORIO-PAGINADO-EXIT.
217800     EXIT.
219400     MOVE SPACES TO REGISTRO-RELATORIO
219500     STRING "ID     NOME                 CONHECEU EM"
219600             DELIMITED BY SIZE
219700             " CATEGORIA  RESPONS. OBSERVACAO" DELIMITED BY SIZE
219800         INTO REGISTRO-RELATORIO
219900     WRITE REGISTRO-RELATORIO
220000
221400                 PERFORM 9710-IMPRIMIR-CABECALHO
221500                     THRU 9710-IMPRIMIR-CABECALHO-EXIT
221600             END-IF
221610             MOVE PESSOA-ID TO ID-RESPONSAVEL
221620             PERFORM 4310-LER-RESPONSAVEL
221630                 THRU 4310-LER-RESPONSAVEL-EXIT
221700
221800             MOVE SPACES TO REGISTRO-RELATORIO
221900             STRING PESSOA-ID          DELIMITED BY SIZE
222400                     " "               DELIMITED BY SIZE
222500                     CATEGORIA         DELIMITED BY SIZE
222600                     " "               DELIMITED BY SIZE
222700                     RESPONSAVEL-PESSOA DELIMITED BY SIZE
222710                     " "               DELIMITED BY SIZE
222720                     OBSERVACAO(1:21)  DELIMITED BY SIZE
222800                 INTO REGISTRO-RELATORIO
222900             WRITE REGISTRO-RELATORIO
223000
230100             DISPLAY "Erro ao gravar contato."
230200     END-WRITE
230300     CLOSE ARQUIVO-CONTATOS
230310     MOVE ID-INFORMADO TO ID-ATIVIDADE
230320     PERFORM 4200-RECALCULAR-ATIVIDADE
230330         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
230400
230500     DISPLAY "Contato registrado com sucesso!"
230510
240600
240700*================================================================
240800* 9800-RELATORIO-CONTATOS-FRIOS
240900* Lista pessoas cujo ultimo contato, pelo resumo atividades.txt
241000* (ou DATA-CONHECEU, quando nunca houve contato registrado) e
241100* anterior ao limite de N meses atras, comparando ano/mes.
241110* Pode ficar restrito a carteira de um operador responsavel.
241200*================================================================
241300 9800-RELATORIO-CONTATOS-FRIOS.
241400     DISPLAY "Listar pessoas sem contato há quantos meses? "
241700         DISPLAY "Informe um número de meses maior que zero."
241800         GO TO 9800-RELATORIO-CONTATOS-FRIOS-EXIT
241900     END-IF
241910     PERFORM 4316-OBTER-FILTRO-RESPONSAVEL
241920         THRU 4316-OBTER-FILTRO-RESPONSAVEL-EXIT
241930     IF NOT OPERADOR-VALIDO
241940         GO TO 9800-RELATORIO-CONTATOS-FRIOS-EXIT
241950     END-IF
242000
242100     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
242200     COMPUTE MESES-TOTAL-CALC =
242700     COMPUTE ANO-MES-LIMITE =
242800         (ANO-LIMITE-CALC * 100) + MES-LIMITE-CALC
242900
243000     PERFORM 4205-ABRIR-ATIVIDADES-IO
243100         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
243110     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
243120         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
243200     OPEN INPUT ARQUIVO-PESSOAS
243300     MOVE "N" TO INDICADOR-FIM-PESSOAS
243400     MOVE ZEROS TO PESSOA-ID
244000     MOVE ZERO TO QTD-ENCONTRADOS
244100     DISPLAY "=== Pessoas sem contato há " MESES-SEM-CONTATO
244200         " meses ou mais ==="
244210     IF FILTRO-RESPONSAVEL NOT = SPACES
244220         DISPLAY "    (carteira de " FILTRO-RESPONSAVEL ")"
244230     END-IF
244300     PERFORM 9810-LER-E-VERIFICAR-FRIO
244400         THRU 9810-LER-E-VERIFICAR-FRIO-EXIT
244500         UNTIL FIM-PESSOAS
244600
244700     CLOSE ARQUIVO-PESSOAS
244800     CLOSE ARQUIVO-ATIVIDADES
244810     CLOSE ARQUIVO-RESPONSAVEIS
244900
245000     IF QTD-ENCONTRADOS = ZERO
245100         DISPLAY "Nenhum contato frio encontrado."
246500             MOVE DATA-CONVERTIDA-NUM TO DATA-ULTIMO-CONTATO
246600             PERFORM 9820-LOCALIZAR-ULTIMO-CONTATO
246700                 THRU 9820-LOCALIZAR-ULTIMO-CONTATO-EXIT
246710             MOVE PESSOA-ID TO ID-RESPONSAVEL
246720             PERFORM 4317-CONFERIR-CARTEIRA
246730                 THRU 4317-CONFERIR-CARTEIRA-EXIT
246800             IF ANO-MES-ULTIMO-CONTATO < ANO-MES-LIMITE
246810                     AND NA-CARTEIRA
246900                 ADD 1 TO QTD-ENCONTRADOS
247000                 MOVE SPACES TO DATA-ULTIMO-FORMATADA
247100                 STRING DIA-ULTIMO-CONTATO  DELIMITED BY SIZE
247800                 DISPLAY "Nome............: " NOME
247900                 DISPLAY "Último contato..: "
248000                     DATA-ULTIMO-FORMATADA
248010                 DISPLAY "Responsável.....: " RESPONSAVEL-PESSOA
248100                 DISPLAY "-----------------------------"
248200             END-IF
248300     END-READ.
248600
248700*================================================================
248800* 9820-LOCALIZAR-ULTIMO-CONTATO
248900* Le em atividades.txt (ja aberto) o resumo da pessoa corrente e
248920* deixa em DATA-ULTIMO-CONTATO a data do contato mais recente,
248940* com o tipo e a nota dele em ULTIMO-CONTATO-TIPO/NOTA. Quando a
249100* pessoa nao tem contato registrado, o valor ja carregado pelo
249110* chamador (DATA-CONHECEU) permanece. ATIVIDADE-ACHADA diz se ha
249120* resumo, que fica em REGISTRO-ATIVIDADE.
249300*================================================================
249400 9820-LOCALIZAR-ULTIMO-CONTATO.
249410     MOVE SPACES TO ULTIMO-CONTATO-TIPO
249420     MOVE SPACES TO ULTIMO-CONTATO-NOTA
249430     MOVE "S" TO INDICADOR-ATIVIDADE-ACHADA
249600     MOVE ID-PESSOA-CORRENTE TO ATIV-PESSOA-ID
249610     READ ARQUIVO-ATIVIDADES
250000         INVALID KEY
250010             MOVE "N" TO INDICADOR-ATIVIDADE-ACHADA
250020             MOVE ZERO TO ATIV-TOTAL-CONTATOS
250030     END-READ
250040     IF ATIV-TOTAL-CONTATOS > ZERO
250050         MOVE ATIV-DATA-ULTIMO TO DATA-ULTIMO-CONTATO
250060         MOVE ATIV-TIPO-ULTIMO TO ULTIMO-CONTATO-TIPO
250070         MOVE ATIV-NOTA-ULTIMO TO ULTIMO-CONTATO-NOTA
250080     END-IF.
250600 9820-LOCALIZAR-ULTIMO-CONTATO-EXIT.
250700     EXIT.
250800
252300*================================================================
252400* 3400-MANTER-DETALHES
252500* Manutencao dos dados de contato (telefones, emails e endereco)
293400* ESTATISTICAS, CARTAS (a categoria alvo, ou TODAS, vem nas
293500* colunas 21-30 da linha de parametro), ORFAOS (relatorio
293510* de reconciliacao de filhos orfaos), AGENDA (agenda de
293520* retornos do dia e datas pessoais dos proximos N dias em
293522* agenda.lst; N nas colunas 21-30, em branco 7), CAMPANHAS
293530* (resumo por campanha em campanhas.lst), FECHAMENTO
293534* (fechamento mensal da auditoria), FICHAS (dossies da
293538* categoria em PARM-VALOR, ou TODAS, em fichas.lst),
293542* VERIFICA-AUDITORIA (encadeamento da trilha em verifaud.lst,
293546* passo com erro se a trilha falhar), REFAZ-ATIVIDADES
293550* (reconstrucao de atividades.txt), CONFERE-ATIVIDADES
293554* (conferencia do resumo em confativ.lst, passo com erro se
293558* houver divergencia), INTERACOES (importacao do registro de
293562* ligacoes e e-mails interacoes.txt, com retomada pela marca em
293566* interacoes.ckp e as linhas sem dono em interacoes.lst) e
293570* RELATORIO (relatorio salvo cujo nome vem em PARM-VALOR, gerado
293574* em rel-NOME.lst ou rel-NOME.csv; passo com erro se o relatorio
293578* nao estiver definido). Para CARTAS, o codigo da campanha vem
293582* nas colunas 31-40 (em branco vale GERAL); para AGENDA, as
293586* colunas 31-40 trazem o operador cuja carteira e listada (em
293590* branco, todas).
293600* Linhas em branco ou iniciadas por "*" sao ignoradas.
293700*================================================================
293800 2500-EXECUTAR-LOTE.
303197         WHEN "FICHAS"
303198             PERFORM 8780-GERAR-FICHAS-LOTE
303199                 THRU 8780-GERAR-FICHAS-LOTE-EXIT
303204         WHEN "VERIFICA-AUDITORIA"
303209             PERFORM 9870-VERIFICAR-TRILHA
303214                 THRU 9870-VERIFICAR-TRILHA-EXIT
303216         WHEN "REFAZ-ATIVIDADES"
303217             PERFORM 4260-REFAZER-ATIVIDADES
303218                 THRU 4260-REFAZER-ATIVIDADES-EXIT
303219         WHEN "CONFERE-ATIVIDADES"
303220             PERFORM 4280-CONFERIR-ATIVIDADES
303221                 THRU 4280-CONFERIR-ATIVIDADES-EXIT
303222         WHEN "INTERACOES"
303223             PERFORM 4600-IMPORTAR-INTERACOES
303224                 THRU 4600-IMPORTAR-INTERACOES-EXIT
303225         WHEN "RELATORIO"
303226             PERFORM 4737-EXECUTAR-RELDEF-LOTE
303227                 THRU 4737-EXECUTAR-RELDEF-LOTE-EXIT
303230         WHEN OTHER
303300             SET ERRO-FUNCAO TO TRUE
303400             MOVE "funcao desconhecida" TO TEXTO-LOG-LOTE
303500     END-EVALUATE
318700
318800     CLOSE ARQUIVO-BACKUP
318900     CLOSE ARQUIVO-PESSOAS
318910
318920     OPEN I-O ARQUIVO-PESSOAS
318930     PERFORM 3990-REANONIMIZAR-ESQUECIDOS
318940         THRU 3990-REANONIMIZAR-ESQUECIDOS-EXIT
318950     CLOSE ARQUIVO-PESSOAS
318960     IF CONTADOR-REANONIMIZADOS > ZERO
318970         DISPLAY "Esquecidos (LGPD) anonimizados de novo: "
318980             CONTADOR-REANONIMIZADOS
318990     END-IF
319000
319100     IF NOT TRAILER-LIDO
319200         DISPLAY "Backup sem trailer de totais; restauração "
333400             DISPLAY "  Conheceu..: " AUD-DATA-NOVA
333500             DISPLAY "  Categoria.: " AUD-CATEGORIA-NOVA
333600             DISPLAY "  Observação: " AUD-OBSERVACAO-NOVA
333605         WHEN "CARTEIRA"
333610         WHEN "CONSENTE"
333620             DISPLAY "  Nome......: " AUD-NOME-NOVO
333630             DISPLAY "  Antes.....: " AUD-OBSERVACAO-ANTIGA
333640             DISPLAY "  Depois....: " AUD-OBSERVACAO-NOVA
333650         WHEN "ESQUECE"
333660             DISPLAY "  Dados pessoais anonimizados (LGPD)"
333700         WHEN OTHER
333800             MOVE "N" TO INDICADOR-CAMPO-ALTERADO
333900             IF AUD-NOME-ANTIGO NOT = AUD-NOME-NOVO
459910* da campanha corrente (ou de qualquer campanha dentro da
459920* janela de MESES-SUPRESSAO) e suprimido, e cada carta gerada
459930* grava seu registro de historico em campanhas.txt.
459940* Quem recusou o canal CARTA em consentimentos.txt fica de fora
459950* (sem carta nem envelope) e e contado a parte, com o motivo.
459952* Nas cartas-convite de um encontro (4560) so entra quem tem
459954* convite e nao respondeu NAO, e o modelo aceita tambem <EVENTO>,
459956* <DATAEVENTO> e <LOCAL>.
460000*================================================================
460100 8320-EXECUTAR-CARTAS.
460200     OPEN INPUT ARQUIVO-MODELO
464975         MOVE ANO-MES-SUPRESSAO TO ANO-MES-SUPRESSAO-X
464980     END-IF
464985     MOVE ZERO TO CONTADOR-SUPRIMIDOS
464987     MOVE ZERO TO CONTADOR-RECUSAS-CARTA
464989     PERFORM 3860-ABRIR-CONSENT-IO
464991         THRU 3860-ABRIR-CONSENT-IO-EXIT
464993     PERFORM 4205-ABRIR-ATIVIDADES-IO
464995         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
465000
465005     PERFORM 4405-ABRIR-ENDERECOS-IO
465010         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
465015     OPEN OUTPUT ARQUIVO-ORDEM-ENVELOPES
465020     IF STATUS-ORDEM-ENVELOPES NOT = "00"
465025         DISPLAY "Erro ao criar envelopes.ord: "
465030             STATUS-ORDEM-ENVELOPES
465035         SET ERRO-FUNCAO TO TRUE
465040         MOVE "erro ao criar envelopes.ord" TO TEXTO-LOG-LOTE
465045         CLOSE ARQUIVO-PESSOAS
465050         CLOSE ARQUIVO-CARTAS
465055         CLOSE ARQUIVO-CAMPANHAS
465060         CLOSE ARQUIVO-DETALHES
465065         CLOSE ARQUIVO-ENVELOPES
465070         CLOSE ARQUIVO-CONSENTIMENTOS
465075         CLOSE ARQUIVO-ATIVIDADES
465080         CLOSE ARQUIVO-ENDERECOS
465085         GO TO 8320-EXECUTAR-CARTAS-EXIT
465090     END-IF
465095
465100     MOVE ZERO TO CONTADOR-CARTAS
465200     MOVE "N" TO INDICADOR-FIM-PESSOAS
465300     MOVE ZEROS TO PESSOA-ID
465900         THRU 8335-LER-E-GERAR-CARTA-EXIT
466000         UNTIL FIM-PESSOAS
466100
466110     PERFORM 8342-EMITIR-ENVELOPES-CEP
466120         THRU 8342-EMITIR-ENVELOPES-CEP-EXIT
466150     PERFORM 8347-LISTAR-SEM-ENDERECO
466160         THRU 8347-LISTAR-SEM-ENDERECO-EXIT
466170
466350     CLOSE ARQUIVO-CAMPANHAS
466360     CLOSE ARQUIVO-DETALHES
466370     CLOSE ARQUIVO-ENVELOPES
466380     CLOSE ARQUIVO-CONSENTIMENTOS
466390     CLOSE ARQUIVO-ATIVIDADES
466395     CLOSE ARQUIVO-ENDERECOS
466400
466500     DISPLAY "Cartas geradas: " CONTADOR-CARTAS
466600         " em cartas.txt"
466610     DISPLAY "Pessoas suprimidas (campanha "
466620         CODIGO-CAMPANHA "): " CONTADOR-SUPRIMIDOS
466622     DISPLAY "Pessoas retidas (recusam carta): "
466624         CONTADOR-RECUSAS-CARTA
466630     DISPLAY "Envelopes gerados: " CONTADOR-ENVELOPES
466640         " em envelopes.txt (ordem de CEP)"
466650     MOVE QTD-SEM-ENDERECO TO QTD-ENCONTRADOS
466660     DISPLAY "Pessoas sem endereço postal válido: "
466670         QTD-ENCONTRADOS.
466700 8320-EXECUTAR-CARTAS-EXIT.
466800     EXIT.
468900         AT END
469000             SET FIM-PESSOAS TO TRUE
469100         NOT AT END
469110             IF CARTAS-DE-EVENTO
469120                 PERFORM 4565-CONFERIR-CONVITE-CARTA
469130                     THRU 4565-CONFERIR-CONVITE-CARTA-EXIT
469140             ELSE
469150                 MOVE "N" TO INDICADOR-FORA-DO-EVENTO
469160             END-IF
469200             IF (TODAS-CARTAS
469300                     OR CATEGORIA = CATEGORIA-CARTA)
469301                     AND NOT FORA-DO-EVENTO
469302                 MOVE PESSOA-ID TO ID-CONSENT-BUSCA
469303                 MOVE "CARTA"   TO CANAL-CONSENT-BUSCA
469304                 PERFORM 3870-VERIFICAR-CONSENTIMENTO
469305                     THRU 3870-VERIFICAR-CONSENTIMENTO-EXIT
469310                 PERFORM 8380-VERIFICAR-SUPRESSAO
469320                     THRU 8380-VERIFICAR-SUPRESSAO-EXIT
469330                 IF CANAL-RECUSADO
469340                     ADD 1 TO CONTADOR-RECUSAS-CARTA
469350                 ELSE
469360                     IF PESSOA-SUPRIMIDA
469370                         ADD 1 TO CONTADOR-SUPRIMIDOS
469380                     ELSE
469400                         PERFORM 8340-GERAR-CARTA-PESSOA
469500                             THRU 8340-GERAR-CARTA-PESSOA-EXIT
469510                     END-IF
469550                 END-IF
469600             END-IF
469700     END-READ.
470100 8340-GERAR-CARTA-PESSOA.
470110     PERFORM 9240-CONCATENAR-DETALHES
470120         THRU 9240-CONCATENAR-DETALHES-EXIT
470125     MOVE "N" TO INDICADOR-ENDERECO-LIVRE
470130     IF PONTEIRO-ENDERECOS > 1
470135         SET TEM-ENDERECO-LIVRE TO TRUE
470140     END-IF
470145     MOVE PESSOA-ID TO ID-ENDERECO
470150     PERFORM 4410-LER-ENDERECO
470155         THRU 4410-LER-ENDERECO-EXIT
470160     IF ENDERECO-ACHADO
470165         PERFORM 4440-FORMATAR-ENDERECO
470170             THRU 4440-FORMATAR-ENDERECO-EXIT
470175         MOVE ENDERECO-UMA-LINHA TO LISTA-ENDERECOS
470180         MOVE PONTEIRO-ENDERECO  TO PONTEIRO-ENDERECOS
470185     END-IF
470200     PERFORM 8350-MONTAR-LINHA-CARTA
470300         THRU 8350-MONTAR-LINHA-CARTA-EXIT
470400         VARYING INDICE-MODELO FROM 1 BY 1
475374     END-IF
475376     PERFORM 8360-SUBSTITUIR-MARCADOR
475378         THRU 8360-SUBSTITUIR-MARCADOR-EXIT
475380
475382     IF CARTAS-DE-EVENTO
475384         PERFORM 4567-MARCADORES-EVENTO
475386             THRU 4567-MARCADORES-EVENTO-EXIT
475388     END-IF
475400
475500     MOVE LINHA-TRABALHO-CARTA TO REGISTRO-CARTA
475600     WRITE REGISTRO-CARTA.
481620*================================================================
481630* 6100-UNIFICAR-PESSOAS
481640* Unifica duas pessoas duplicadas em uma so: o operador escolhe,
481650* campo a campo, os valores que sobrevivem; os contatos, dados
481655* de contato, vinculos, datas pessoais e consentimentos do
481660* registro perdedor passam para o sobrevivente (renumerando a
481675* sequencia quando a chave ja existe la, descartando vinculo
481677* repetido ou entre os dois e, no consentimento, ficando a
481679* recusa quando os dois tem registro do mesmo canal), o
481680* perdedor e excluido do cadastro e tudo e auditado como MERGE,
481690* um evento para cada um dos dois IDs. Como na edicao comum, o
481700* arquivo fica fechado enquanto o operador responde e os dois
481710* registros sao relidos e comparados antes de gravar: se outra
481720* sessao mexeu em algum deles, a unificacao e cancelada. O
481725* sobrevivente sem responsavel fica com o do perdedor, e o mesmo
481727* vale para o endereco postal; os convites do perdedor passam
481729* para o sobrevivente.
481730*================================================================
481740 6100-UNIFICAR-PESSOAS.
481750     DISPLAY "ID da pessoa que permanece (sobrevivente): "
482850         THRU 6130-MOVER-CONTATOS-MERGE-EXIT
482860     PERFORM 6150-MOVER-DETALHES-MERGE
482870         THRU 6150-MOVER-DETALHES-MERGE-EXIT
482872     PERFORM 6170-MOVER-VINCULOS-MERGE
482873         THRU 6170-MOVER-VINCULOS-MERGE-EXIT
482874     PERFORM 6180-MOVER-DATAS-MERGE
482875         THRU 6180-MOVER-DATAS-MERGE-EXIT
482876     PERFORM 6190-MOVER-CONSENT-MERGE
482877         THRU 6190-MOVER-CONSENT-MERGE-EXIT
482880
482882     MOVE ID-SOBREVIVENTE TO ID-ATIVIDADE
482883     PERFORM 4200-RECALCULAR-ATIVIDADE
482884         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
482885     MOVE ID-PERDEDOR TO ID-ATIVIDADE
482886     PERFORM 4200-RECALCULAR-ATIVIDADE
482887         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
482888
482890     MOVE SOBR-NOME        TO NOME-ANTIGO
482900     MOVE SOBR-DATA        TO DATA-ANTIGA
482910     MOVE SOBR-CATEGORIA   TO CATEGORIA-ANTIGA
483040     PERFORM 9500-GRAVAR-AUDITORIA
483050         THRU 9500-GRAVAR-AUDITORIA-EXIT
483060
483062     PERFORM 4375-UNIFICAR-RESPONSAVEL
483063         THRU 4375-UNIFICAR-RESPONSAVEL-EXIT
483064     PERFORM 4475-UNIFICAR-ENDERECO
483065         THRU 4475-UNIFICAR-ENDERECO-EXIT
483066     PERFORM 4575-UNIFICAR-CONVITES
483067         THRU 4575-UNIFICAR-CONVITES-EXIT
483068
483070     DISPLAY "Unificação concluída!"
483080     DISPLAY "Contatos movidos........: "
483082         CONTADOR-CONTATOS-MOVIDOS
483090     DISPLAY "Dados de contato movidos: "
483092         CONTADOR-DETALHES-MOVIDOS
483093     DISPLAY "Vínculos movidos........: "
483094         CONTADOR-VINCULOS-MOVIDOS
483095     DISPLAY "Vínculos descartados....: "
483096         CONTADOR-VINCULOS-DESCART
483097     DISPLAY "Datas pessoais movidas..: " CONTADOR-DATAS-MOVIDAS
483098     DISPLAY "Consentimentos movidos..: "
483099         CONTADOR-CONSENT-MOVIDOS.
483100 6100-UNIFICAR-PESSOAS-EXIT.
483110     EXIT.
483120
485300
485310*================================================================
485320* 6200-EXCLUIR-FILHOS
485325* Remove de contatos.txt, detalhes.txt, vinculos.txt (em qualquer
485330* das pontas), datas.txt, consentimentos.txt, responsaveis.txt,
485335* enderecos.txt e convites.txt os registros do PESSOA-ID em
485340* ID-FILHOS-ALVO, um a um, reposicionando a cada passada como
485350* 6130/6150 fazem na unificacao. Usada pela exclusao de pessoa,
485355* quando o operador confirma.
485370*================================================================
485380 6200-EXCLUIR-FILHOS.
485390     PERFORM 3360-ABRIR-CONTATOS-IO
485440         THRU 6210-EXCLUIR-UM-CONTATO-EXIT
485450         UNTIL NOT FILHO-PENDENTE
485460     CLOSE ARQUIVO-CONTATOS
485462     MOVE ID-FILHOS-ALVO TO ID-ATIVIDADE
485464     PERFORM 4200-RECALCULAR-ATIVIDADE
485466         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
485470
485480     PERFORM 3470-ABRIR-DETALHES-IO
485490         THRU 3470-ABRIR-DETALHES-IO-EXIT
485520     PERFORM 6220-EXCLUIR-UM-DETALHE
485530         THRU 6220-EXCLUIR-UM-DETALHE-EXIT
485540         UNTIL NOT FILHO-PENDENTE
485550     CLOSE ARQUIVO-DETALHES
485552     PERFORM 6205-EXCLUIR-DEMAIS-FILHOS
485554         THRU 6205-EXCLUIR-DEMAIS-FILHOS-EXIT.
485560 6200-EXCLUIR-FILHOS-EXIT.
485570     EXIT.
485580
486120
486130*================================================================
486140* 6300-ARQUIVAR-FILHOS
486150* Leva para arqcontatos.txt, arqdetalhes.txt, arqvinculos.txt e
486160* arqdatas.txt os contatos, dados de contato, vinculos (em
486165* qualquer das pontas) e datas pessoais do PESSOA-ID em
486170* ID-FILHOS-ALVO, para que a pessoa arquivada volte inteira numa
486175* eventual restauracao. Os consentimentos ficam onde estao: o
486177* aceite ou a recusa vale tambem para a pessoa arquivada.
486180* Chave ja existente no arquivo morto (resto de um arquivamento
486190* anterior) e avisada e o registro vivo e retirado assim mesmo.
486200*================================================================
486300         UNTIL NOT FILHO-PENDENTE
486310     CLOSE ARQUIVO-CONTATOS
486320     CLOSE ARQUIVO-ARQ-CONTATOS
486322     MOVE ID-FILHOS-ALVO TO ID-ATIVIDADE
486324     PERFORM 4200-RECALCULAR-ATIVIDADE
486326         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
486330
486340     PERFORM 3470-ABRIR-DETALHES-IO
486350         THRU 3470-ABRIR-DETALHES-IO-EXIT
486410         THRU 6320-ARQUIVAR-UM-DETALHE-EXIT
486420         UNTIL NOT FILHO-PENDENTE
486430     CLOSE ARQUIVO-DETALHES
486440     CLOSE ARQUIVO-ARQ-DETALHES
486442
486444     PERFORM 6330-ARQUIVAR-VINCULOS
486446         THRU 6330-ARQUIVAR-VINCULOS-EXIT
486447     PERFORM 6340-ARQUIVAR-DATAS
486448         THRU 6340-ARQUIVAR-DATAS-EXIT.
486450 6300-ARQUIVAR-FILHOS-EXIT.
486460     EXIT.
486470
487460
487470*================================================================
487480* 6350-RESTAURAR-FILHOS
487490* Traz de volta de arqcontatos.txt, arqdetalhes.txt,
487495* arqvinculos.txt e arqdatas.txt os filhos (vinculos em qualquer
487500* das pontas) do PESSOA-ID em ID-FILHOS-ALVO, apos a restauracao
487510* da pessoa. Chave ja existente no cadastro vivo e avisada e a
487520* copia do arquivo morto e retirada assim mesmo.
487530*================================================================
487540 6350-RESTAURAR-FILHOS.
487550     PERFORM 3360-ABRIR-CONTATOS-IO
487630         UNTIL NOT FILHO-PENDENTE
487640     CLOSE ARQUIVO-CONTATOS
487650     CLOSE ARQUIVO-ARQ-CONTATOS
487652     MOVE ID-FILHOS-ALVO TO ID-ATIVIDADE
487654     PERFORM 4200-RECALCULAR-ATIVIDADE
487656         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
487660
487670     PERFORM 3470-ABRIR-DETALHES-IO
487680         THRU 3470-ABRIR-DETALHES-IO-EXIT
487740         THRU 6370-RESTAURAR-UM-DETALHE-EXIT
487750         UNTIL NOT FILHO-PENDENTE
487760     CLOSE ARQUIVO-DETALHES
487770     CLOSE ARQUIVO-ARQ-DETALHES
487772
487774     PERFORM 6380-RESTAURAR-VINCULOS
487776         THRU 6380-RESTAURAR-VINCULOS-EXIT
487777     PERFORM 6395-RESTAURAR-DATAS
487778         THRU 6395-RESTAURAR-DATAS-EXIT.
487780 6350-RESTAURAR-FILHOS-EXIT.
487790     EXIT.
487800
488520
488530*================================================================
488540* 6400-RECONCILIAR-FILHOS
488550* Cruza contatos.txt, detalhes.txt, vinculos.txt, datas.txt,
488555* consentimentos.txt, responsaveis.txt, enderecos.txt e
488560* convites.txt com o cadastro vivo e com o arquivo morto e gera
488565* orfaos.lst com os registros de filhos cujo PESSOA-ID (no
488570* vinculo, qualquer das pontas) nao existe em nenhum dos dois
488580* (restos de exclusoes e arquivamentos antigos). Tambem roda sem
488590* dialogo como funcao ORFAOS do modo lote.
488600*================================================================
488610 6400-RECONCILIAR-FILHOS.
488620     OPEN OUTPUT ARQUIVO-ORFAOS
488950
488960     MOVE ZERO TO CONTADOR-ORFAOS-CONTATOS
488970     MOVE ZERO TO CONTADOR-ORFAOS-DETALHES
488975     MOVE ZERO TO CONTADOR-ORFAOS-VINCULOS
488976     MOVE ZERO TO CONTADOR-ORFAOS-DATAS
488978     MOVE ZERO TO CONTADOR-ORFAOS-CONSENT
488979     MOVE ZERO TO CONTADOR-ORFAOS-RESP
488980     MOVE ZERO TO ID-ORFAO-CORRENTE
488990     MOVE "N" TO INDICADOR-PESSOA-EXISTE
489000
489300         UNTIL FIM-DETALHES
489310     CLOSE ARQUIVO-DETALHES
489320
489322     PERFORM 6425-VERIFICAR-DEMAIS-ORFAOS
489324         THRU 6425-VERIFICAR-DEMAIS-ORFAOS-EXIT
489326
489330     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-ORFAO
489340     WRITE REGISTRO-ORFAO
489350     MOVE SPACES TO REGISTRO-ORFAO
489420             CONTADOR-ORFAOS-DETALHES   DELIMITED BY SIZE
489430         INTO REGISTRO-ORFAO
489440     WRITE REGISTRO-ORFAO
489442     PERFORM 6426-GRAVAR-TOTAIS-ORFAOS
489444         THRU 6426-GRAVAR-TOTAIS-ORFAOS-EXIT
489450
489460     CLOSE ARQUIVO-PESSOAS
489470     CLOSE ARQUIVO-ARQUIVADAS
489490
489500     DISPLAY "Contatos orfaos........: " CONTADOR-ORFAOS-CONTATOS
489510     DISPLAY "Dados de contato orfaos: " CONTADOR-ORFAOS-DETALHES
489511     DISPLAY "Vinculos orfaos........: " CONTADOR-ORFAOS-VINCULOS
489512     DISPLAY "Datas pessoais orfas...: " CONTADOR-ORFAOS-DATAS
489513     DISPLAY "Consentimentos orfaos..: " CONTADOR-ORFAOS-CONSENT
489514     DISPLAY "Responsaveis orfaos....: " CONTADOR-ORFAOS-RESP
489515     DISPLAY "Enderecos orfaos.......: " CONTADOR-ORFAOS-ENDERECO
489516     DISPLAY "Convites orfaos........: " CONTADOR-ORFAOS-CONVITE
489520     DISPLAY "Relatório gerado: orfaos.lst".
489530 6400-RECONCILIAR-FILHOS-EXIT.
489540     EXIT.
490420* reaplicacao.lst como APLICADO ou NAO APLICADO com o motivo;
490430* acoes estruturais (MERGE, ARQUIVA, RESTAURA) nao sao
490440* reexecutadas e ficam apontadas para conferencia manual.
490442* Ao final, toda pessoa de esquecidos.txt (LGPD) que tenha
490444* voltado ao cadastro com nome ou observacao e anonimizada de
490446* novo (3990), para o esquecimento nunca ser desfeito.
490450*================================================================
490460 9920-REAPLICAR-AUDITORIA.
490470     DISPLAY "Reaplicar eventos gravados depois do backup."
491350         THRU 9922-LER-EVENTO-REPLAY-EXIT
491360         UNTIL FIM-AUDITORIA
491370
491372     PERFORM 3990-REANONIMIZAR-ESQUECIDOS
491374         THRU 3990-REANONIMIZAR-ESQUECIDOS-EXIT
491376
491380     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REAPLICACAO
491390     WRITE REGISTRO-REAPLICACAO
491400     MOVE SPACES TO REGISTRO-REAPLICACAO
491470             CONTADOR-REPLAY-REJEITADOS  DELIMITED BY SIZE
491480         INTO REGISTRO-REAPLICACAO
491490     WRITE REGISTRO-REAPLICACAO
491491     MOVE SPACES TO REGISTRO-REAPLICACAO
491492     STRING "Esquecidos anonimizados: "   DELIMITED BY SIZE
491493             CONTADOR-REANONIMIZADOS     DELIMITED BY SIZE
491494         INTO REGISTRO-REAPLICACAO
491495     WRITE REGISTRO-REAPLICACAO
491500
491510     CLOSE ARQUIVO-AUDITORIA
491520     CLOSE ARQUIVO-PESSOAS
491560         CONTADOR-REPLAY-APLICADOS
491570     DISPLAY "Eventos nao reaplicados: "
491580         CONTADOR-REPLAY-REJEITADOS
491582     DISPLAY "Esquecidos anonimizados: "
491584         CONTADOR-REANONIMIZADOS
491590     DISPLAY "Relatório gerado: reaplicacao.lst".
491600 9920-REAPLICAR-AUDITORIA-EXIT.
491610     EXIT.
492130         WHEN "EXCLUSAO"
492140             PERFORM 9927-REPLAY-EXCLUSAO
492150                 THRU 9927-REPLAY-EXCLUSAO-EXIT
492151         WHEN "CONSENTE"
492152             MOVE "consentimento; nao altera pessoas.txt"
492153                 TO MOTIVO-REPLAY
492154         WHEN "CARTEIRA"
492155             MOVE "responsavel; nao altera pessoas.txt"
492156                 TO MOTIVO-REPLAY
492157         WHEN "ESQUECE"
492158             PERFORM 9931-REPLAY-ESQUECIMENTO
492159                 THRU 9931-REPLAY-ESQUECIMENTO-EXIT
492160         WHEN OTHER
492170             MOVE "acao estrutural; refazer manualmente"
492180                 TO MOTIVO-REPLAY
493630             END-REWRITE
493640     END-READ
493650     CLOSE ARQUIVO-PROXIMOS
493652     MOVE ID-INFORMADO TO ID-ATIVIDADE
493654     PERFORM 4200-RECALCULAR-ATIVIDADE
493656         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
493660     DISPLAY "Próximo contato agendado para " DATA-INPUT.
493670 3350-AGENDAR-RETORNO-EXIT.
493680     EXIT.
494000* hoje (ate 200 por vez, com aviso) e trata um a um: concluir
494010* (registra o contato e pode agendar o proximo), adiar (nova
494020* data) ou pular, mostrando o nome e o ultimo contato da pessoa.
494025* Pode ficar restrita a carteira de um operador responsavel.
494030*================================================================
494040 3500-AGENDA-RETORNOS.
494050     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
494051     PERFORM 4316-OBTER-FILTRO-RESPONSAVEL
494052         THRU 4316-OBTER-FILTRO-RESPONSAVEL-EXIT
494053     IF NOT OPERADOR-VALIDO
494054         GO TO 3500-AGENDA-RETORNOS-EXIT
494055     END-IF
494060
494070     PERFORM 3510-COLETAR-RETORNOS
494080         THRU 3510-COLETAR-RETORNOS-EXIT
494320     MOVE "N" TO INDICADOR-RETORNOS-CHEIO
494330     PERFORM 3505-ABRIR-PROXIMOS-IO
494340         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
494342     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
494344         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
494350     MOVE "N" TO INDICADOR-FIM-PROXIMOS
494360     MOVE ZEROS TO PROX-PESSOA-ID
494370     START ARQUIVO-PROXIMOS KEY IS NOT LESS THAN PROX-PESSOA-ID
494410     PERFORM 3515-LER-RETORNO
494420         THRU 3515-LER-RETORNO-EXIT
494430         UNTIL FIM-PROXIMOS
494440     CLOSE ARQUIVO-PROXIMOS
494445     CLOSE ARQUIVO-RESPONSAVEIS.
494450 3510-COLETAR-RETORNOS-EXIT.
494460     EXIT.
494470
494500         AT END
494510             SET FIM-PROXIMOS TO TRUE
494520         NOT AT END
494522             MOVE PROX-PESSOA-ID TO ID-RESPONSAVEL
494524             PERFORM 4317-CONFERIR-CARTEIRA
494526                 THRU 4317-CONFERIR-CARTEIRA-EXIT
494530             IF PROX-DATA-LIMITE NOT > DATA-DE-HOJE
494535                     AND NA-CARTEIRA
494540                 IF QTD-RETORNOS-TAB < 200
494550                     ADD 1 TO QTD-RETORNOS-TAB
494560                     MOVE PROX-PESSOA-ID
494910     DISPLAY "Nome............: " NOME
494920     CLOSE ARQUIVO-PESSOAS
494930
494940     PERFORM 4205-ABRIR-ATIVIDADES-IO
494950         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
494960     PERFORM 9820-LOCALIZAR-ULTIMO-CONTATO
494970         THRU 9820-LOCALIZAR-ULTIMO-CONTATO-EXIT
494980     CLOSE ARQUIVO-ATIVIDADES
494990
495000     MOVE RETORNO-DATA-TAB(INDICE-RETORNO)
495010         TO DATA-LIMITE-RETORNO
495690             DISPLAY "Erro ao gravar contato."
495700     END-WRITE
495710     CLOSE ARQUIVO-CONTATOS
495712     MOVE ID-INFORMADO TO ID-ATIVIDADE
495714     PERFORM 4200-RECALCULAR-ATIVIDADE
495716         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
495720     DISPLAY "Contato registrado com sucesso!"
495730
495740     DISPLAY "Agendar o próximo contato (S/N)? "
495960                     DISPLAY "Erro ao remover o retorno."
495970             END-DELETE
495980     END-READ
495990     CLOSE ARQUIVO-PROXIMOS
495992     MOVE ID-INFORMADO TO ID-ATIVIDADE
495994     PERFORM 4200-RECALCULAR-ATIVIDADE
495996         THRU 4200-RECALCULAR-ATIVIDADE-EXIT.
496000 3545-REMOVER-RETORNO-EXIT.
496010     EXIT.
496020
496040* 8400-GERAR-AGENDA
496050* Funcao AGENDA do modo lote: grava em agenda.lst os retornos
496060* vencidos ate hoje, com o nome da pessoa, a data limite e o
496070* ultimo contato registrado, seguidos das datas pessoais e dos
496080* aniversarios de encontro dos proximos N dias (8430), para o
496082* operador comecar o dia com uma so lista impressa.
496084* Com um operador em PARM-VALOR2, so entra a carteira dele.
496090*================================================================
496100 8400-GERAR-AGENDA.
496110     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
496111     PERFORM 8402-OBTER-DIAS-AGENDA
496112         THRU 8402-OBTER-DIAS-AGENDA-EXIT
496113     IF ERRO-FUNCAO
496114         GO TO 8400-GERAR-AGENDA-EXIT
496115     END-IF
496120
496130     OPEN OUTPUT ARQUIVO-AGENDA
496140     IF STATUS-AGENDA NOT = "00"
496250         CLOSE ARQUIVO-AGENDA
496260         GO TO 8400-GERAR-AGENDA-EXIT
496270     END-IF
496280     PERFORM 4205-ABRIR-ATIVIDADES-IO
496290         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
496300     PERFORM 3505-ABRIR-PROXIMOS-IO
496310         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
496312     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
496314         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
496320
496330     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
496340     MOVE SPACES TO DATA-EMISSAO-FORMATADA
496430             DATA-EMISSAO-FORMATADA         DELIMITED BY SIZE
496440         INTO REGISTRO-AGENDA
496450     WRITE REGISTRO-AGENDA
496451     IF FILTRO-RESPONSAVEL NOT = SPACES
496452         MOVE SPACES TO REGISTRO-AGENDA
496453         STRING "Carteira de " DELIMITED BY SIZE
496454                 FILTRO-RESPONSAVEL DELIMITED BY SIZE
496455             INTO REGISTRO-AGENDA
496456         WRITE REGISTRO-AGENDA
496457     END-IF
496460     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-AGENDA
496470     WRITE REGISTRO-AGENDA
496480
496640             CONTADOR-AGENDA                DELIMITED BY SIZE
496650         INTO REGISTRO-AGENDA
496660     WRITE REGISTRO-AGENDA
496662
496664     PERFORM 8430-DATAS-PESSOAIS-AGENDA
496666         THRU 8430-DATAS-PESSOAIS-AGENDA-EXIT
496670
496680     CLOSE ARQUIVO-PROXIMOS
496690     CLOSE ARQUIVO-ATIVIDADES
496695     CLOSE ARQUIVO-RESPONSAVEIS
496700     CLOSE ARQUIVO-PESSOAS
496710     CLOSE ARQUIVO-AGENDA
496720     DISPLAY "Retornos na agenda: " CONTADOR-AGENDA
496725     DISPLAY "Datas pessoais na agenda: " CONTADOR-DATAS-AGENDA
496730     DISPLAY "Relatório gerado: agenda.lst".
496740 8400-GERAR-AGENDA-EXIT.
496750     EXIT.
496790         AT END
496800             SET FIM-PROXIMOS TO TRUE
496810         NOT AT END
496812             MOVE PROX-PESSOA-ID TO ID-RESPONSAVEL
496814             PERFORM 4317-CONFERIR-CARTEIRA
496816                 THRU 4317-CONFERIR-CARTEIRA-EXIT
496820             IF PROX-DATA-LIMITE NOT > DATA-DE-HOJE
496825                     AND NA-CARTEIRA
496830                 PERFORM 8420-GRAVAR-LINHA-AGENDA
496840                     THRU 8420-GRAVAR-LINHA-AGENDA-EXIT
496850             END-IF
497690* 8380-VERIFICAR-SUPRESSAO
497700* Decide se a pessoa corrente de REGISTRO-PESSOA fica fora da
497710* rodada: ja ha historico dela na campanha corrente, ou (quando
497717* MESES-SUPRESSAO > 0) a ultima carta dela, pelo resumo de
497724* atividade, saiu dentro da janela. campanhas.txt e
497731* atividades.txt ja estao abertos.
497740*================================================================
497750 8380-VERIFICAR-SUPRESSAO.
497760     MOVE "N" TO INDICADOR-SUPRIMIDO
497870         GO TO 8380-VERIFICAR-SUPRESSAO-EXIT
497880     END-IF
497890
497910     MOVE PESSOA-ID TO ATIV-PESSOA-ID
497920     READ ARQUIVO-ATIVIDADES
497940         INVALID KEY
497946             CONTINUE
497952         NOT INVALID KEY
497958             IF ATIV-ULTIMA-CAMPANHA NOT = SPACES
497964                     AND ATIV-DATA-CAMPANHA(1:6) NOT <
497970                         ANO-MES-SUPRESSAO-X
497976                 SET PESSOA-SUPRIMIDA TO TRUE
497982             END-IF
497988     END-READ.
498000 8380-VERIFICAR-SUPRESSAO-EXIT.
498010     EXIT.
498020
498210*================================================================
498220* 8390-GRAVAR-CAMPANHA-PESSOA
498230* Grava em campanhas.txt o historico da carta recem gerada para
498240* a pessoa corrente (sem resposta ainda). Chave ja existente e
498250* ignorada: a supressao ja deixou a pessoa fora da rodada.
498255* Gravada a carta, o resumo de atividade da pessoa e anotado.
498260*================================================================
498270 8390-GRAVAR-CAMPANHA-PESSOA.
498280     MOVE PESSOA-ID       TO CAMP-PESSOA-ID
498330     WRITE REGISTRO-CAMPANHA
498340         INVALID KEY
498350             CONTINUE
498352         NOT INVALID KEY
498354             PERFORM 4230-ANOTAR-CAMPANHA-ATIVIDADE
498356                 THRU 4230-ANOTAR-CAMPANHA-ATIVIDADE-EXIT
498360     END-WRITE.
498370 8390-GRAVAR-CAMPANHA-PESSOA-EXIT.
498380     EXIT.
499000             DISPLAY "Erro ao gravar o contato da resposta."
499010     END-WRITE
499020     CLOSE ARQUIVO-CONTATOS
499022     MOVE ID-INFORMADO TO ID-ATIVIDADE
499024     PERFORM 4200-RECALCULAR-ATIVIDADE
499026         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
499030
499040     DISPLAY "Resposta registrada com sucesso!".
499050 8500-REGISTRAR-RESPOSTA-EXIT.
499230* respostas e taxa de resposta) e grava campanhas.lst, ate 100
499240* campanhas distintas (avisa quando o limite enche). Tambem roda
499250* sem dialogo como funcao CAMPANHAS do modo lote.
499252* A coluna RECUSAS sinaliza, por campanha, as cartas enviadas a
499254* quem hoje recusa o canal CARTA em consentimentos.txt.
499260*================================================================
499270 8600-RESUMO-CAMPANHAS.
499280     MOVE ZERO TO QTD-CAMPANHAS-TAB
499300
499310     PERFORM 8375-ABRIR-CAMPANHAS-IO
499320         THRU 8375-ABRIR-CAMPANHAS-IO-EXIT
499322     PERFORM 3860-ABRIR-CONSENT-IO
499324         THRU 3860-ABRIR-CONSENT-IO-EXIT
499326     MOVE ZERO TO CONTADOR-RECUSAS-CAMPANHAS
499330     MOVE "N" TO INDICADOR-FIM-CAMPANHAS
499340     MOVE ZEROS TO CAMP-PESSOA-ID
499350     MOVE SPACES TO CAMP-CODIGO
499410         THRU 8610-ACUMULAR-CAMPANHA-EXIT
499420         UNTIL FIM-CAMPANHAS
499430     CLOSE ARQUIVO-CAMPANHAS
499435     CLOSE ARQUIVO-CONSENTIMENTOS
499440
499450     OPEN OUTPUT ARQUIVO-REL-CAMPANHAS
499460     IF STATUS-REL-CAMPANHAS NOT = "00"
499830             QTD-ENCONTRADOS       DELIMITED BY SIZE
499840         INTO REGISTRO-REL-CAMPANHA
499850     WRITE REGISTRO-REL-CAMPANHA
499851     MOVE SPACES TO REGISTRO-REL-CAMPANHA
499852     STRING "Cartas a quem hoje recusa carta: " DELIMITED BY SIZE
499853             CONTADOR-RECUSAS-CAMPANHAS         DELIMITED BY SIZE
499854         INTO REGISTRO-REL-CAMPANHA
499855     WRITE REGISTRO-REL-CAMPANHA
499860     CLOSE ARQUIVO-REL-CAMPANHAS
499870
499880     IF CAMPANHAS-CHEIO
499890         DISPLAY "Aviso: mais de 100 campanhas distintas; o "
499900             "resumo considera as 100 primeiras vistas."
499910     END-IF
499912     DISPLAY "Cartas a quem hoje recusa carta: "
499914         CONTADOR-RECUSAS-CAMPANHAS " (coluna RECUSAS)"
499920     DISPLAY "Relatório gerado: campanhas.lst".
499930 8600-RESUMO-CAMPANHAS-EXIT.
499940     EXIT.
499980         AT END
499990             SET FIM-CAMPANHAS TO TRUE
500000         NOT AT END
500001             MOVE CAMP-PESSOA-ID TO ID-CONSENT-BUSCA
500002             MOVE "CARTA"        TO CANAL-CONSENT-BUSCA
500003             PERFORM 3870-VERIFICAR-CONSENTIMENTO
500004                 THRU 3870-VERIFICAR-CONSENTIMENTO-EXIT
500005             IF CANAL-RECUSADO
500006                 ADD 1 TO CONTADOR-RECUSAS-CAMPANHAS
500007             END-IF
500010             MOVE "N" TO INDICADOR-CAMPANHA-ACHADA
500020             PERFORM 8620-LOCALIZAR-CAMPANHA-TAB
500030                 THRU 8620-LOCALIZAR-CAMPANHA-TAB-EXIT
500180                         MOVE ZERO TO
500190                             CAMP-TAB-RESPOSTAS(QTD-CAMPANHAS-TAB)
500200                     END-IF
500201                     IF CANAL-RECUSADO
500202                         MOVE 1 TO
500203                             CAMP-TAB-RECUSAS(QTD-CAMPANHAS-TAB)
500204                     ELSE
500205                         MOVE ZERO TO
500206                             CAMP-TAB-RECUSAS(QTD-CAMPANHAS-TAB)
500207                     END-IF
500210                 ELSE
500220                     SET CAMPANHAS-CHEIO TO TRUE
500230                 END-IF
500320         IF CAMP-RESPOSTA = "S"
500330             ADD 1 TO CAMP-TAB-RESPOSTAS(INDICE-CAMPANHA)
500340         END-IF
500342         IF CANAL-RECUSADO
500344             ADD 1 TO CAMP-TAB-RECUSAS(INDICE-CAMPANHA)
500346         END-IF
500350         SET CAMPANHA-ACHADA TO TRUE
500360     END-IF.
500370 8620-LOCALIZAR-CAMPANHA-TAB-EXIT.
500420     MOVE CAMP-TAB-CARTAS(INDICE-CAMPANHA) TO CAMP-LIN-CARTAS
500430     MOVE CAMP-TAB-RESPOSTAS(INDICE-CAMPANHA)
500440         TO CAMP-LIN-RESPOSTAS
500442     MOVE CAMP-TAB-RECUSAS(INDICE-CAMPANHA)
500444         TO CAMP-LIN-RECUSAS
500450     IF CAMP-TAB-CARTAS(INDICE-CAMPANHA) > ZERO
500460         COMPUTE CAMP-LIN-TAXA ROUNDED =
500470             CAMP-TAB-RESPOSTAS(INDICE-CAMPANHA) * 100
500560
500570*================================================================
500580* 8345-GRAVAR-ENVELOPE-PESSOA
500587* Separa o envelope da pessoa corrente para envelopes.txt: quem
500594* tem endereco postal com CEP e UF validos entra no arquivo de
500601* trabalho envelopes.ord, na ordem de CEP; os demais (sem
500608* endereco, so com o endereco livre do dado "N" ou com CEP/UF
500615* invalidos) nao geram envelope e vao para a lista de pendencias
500622* impressa no fim do arquivo, com o motivo.
500630*================================================================
500640 8345-GRAVAR-ENVELOPE-PESSOA.
500641     MOVE SPACES TO MOTIVO-ENDERECO
500642     IF ENDERECO-ACHADO
500643         PERFORM 4434-CONFERIR-ENDERECO
500644             THRU 4434-CONFERIR-ENDERECO-EXIT
500645     ELSE
500646         IF TEM-ENDERECO-LIVRE
500647             MOVE "so endereco livre (N)" TO MOTIVO-ENDERECO
500648         ELSE
500649             MOVE "sem endereco" TO MOTIVO-ENDERECO
500650         END-IF
500651     END-IF
500652     IF MOTIVO-ENDERECO NOT = SPACES
500660         IF QTD-SEM-ENDERECO < 200
500670             ADD 1 TO QTD-SEM-ENDERECO
500680             MOVE PESSOA-ID TO SEM-END-ID(QTD-SEM-ENDERECO)
500690             MOVE NOME      TO SEM-END-NOME(QTD-SEM-ENDERECO)
500693             MOVE MOTIVO-ENDERECO
500696                 TO SEM-END-MOTIVO(QTD-SEM-ENDERECO)
500700         ELSE
500710             SET SEM-ENDERECO-CHEIO TO TRUE
500720         END-IF
500730         GO TO 8345-GRAVAR-ENVELOPE-PESSOA-EXIT
500740     END-IF
500750
500757     MOVE ENDR-CEP  TO ORDENV-CEP
500764     MOVE PESSOA-ID TO ORDENV-PESSOA-ID
500771     MOVE NOME      TO ORDENV-NOME
500780     WRITE REGISTRO-ORDEM-ENVELOPE
500781         INVALID KEY
500782             DISPLAY "Erro ao gravar envelopes.ord: "
500783                 STATUS-ORDEM-ENVELOPES
500784     END-WRITE.
500785 8345-GRAVAR-ENVELOPE-PESSOA-EXIT.
500786     EXIT.
500790
500791*================================================================
500792* 8342-EMITIR-ENVELOPES-CEP
500793* Fim da rodada: percorre envelopes.ord na ordem de CEP e grava
500794* em envelopes.txt um envelope por pessoa (nome, logradouro com
500795* numero e complemento, bairro e CEP com cidade e UF).
500796*================================================================
500797 8342-EMITIR-ENVELOPES-CEP.
500798     CLOSE ARQUIVO-ORDEM-ENVELOPES
500799     OPEN INPUT ARQUIVO-ORDEM-ENVELOPES
500800     IF STATUS-ORDEM-ENVELOPES NOT = "00"
500801         DISPLAY "Erro ao reabrir envelopes.ord: "
500802             STATUS-ORDEM-ENVELOPES
500803         GO TO 8342-EMITIR-ENVELOPES-CEP-EXIT
500804     END-IF
500810     MOVE "N" TO INDICADOR-FIM-ORDEM-ENV
500820     MOVE ZEROS TO ORDENV-CEP
500830     MOVE ZEROS TO ORDENV-PESSOA-ID
500840     START ARQUIVO-ORDEM-ENVELOPES
500850             KEY IS NOT LESS THAN ORDENV-CHAVE
500860         INVALID KEY
500870             SET FIM-ORDEM-ENVELOPES TO TRUE
500880     END-START
500890     PERFORM 8346-EMITIR-UM-ENVELOPE
500900         THRU 8346-EMITIR-UM-ENVELOPE-EXIT
500910         UNTIL FIM-ORDEM-ENVELOPES
500911     CLOSE ARQUIVO-ORDEM-ENVELOPES.
500912 8342-EMITIR-ENVELOPES-CEP-EXIT.
500913     EXIT.
500914
500915 8346-EMITIR-UM-ENVELOPE.
500916     READ ARQUIVO-ORDEM-ENVELOPES NEXT RECORD
500917         AT END
500918             SET FIM-ORDEM-ENVELOPES TO TRUE
500919             GO TO 8346-EMITIR-UM-ENVELOPE-EXIT
500920     END-READ
500921     MOVE ORDENV-PESSOA-ID TO ID-ENDERECO
500922     PERFORM 4410-LER-ENDERECO
500923         THRU 4410-LER-ENDERECO-EXIT
500924     IF NOT ENDERECO-ACHADO
500925         GO TO 8346-EMITIR-UM-ENVELOPE-EXIT
500926     END-IF
500927     PERFORM 4440-FORMATAR-ENDERECO
500928         THRU 4440-FORMATAR-ENDERECO-EXIT
500929
500930     MOVE SPACES TO REGISTRO-ENVELOPE
500931     MOVE ORDENV-NOME TO REGISTRO-ENVELOPE
500932     WRITE REGISTRO-ENVELOPE
500933     MOVE LINHA-ENDERECO-RUA TO REGISTRO-ENVELOPE
500934     WRITE REGISTRO-ENVELOPE
500935     IF ENDR-BAIRRO NOT = SPACES
500936         MOVE SPACES TO REGISTRO-ENVELOPE
500937         MOVE ENDR-BAIRRO TO REGISTRO-ENVELOPE
500938         WRITE REGISTRO-ENVELOPE
500939     END-IF
500940     MOVE LINHA-ENDERECO-CIDADE TO REGISTRO-ENVELOPE
500941     WRITE REGISTRO-ENVELOPE
500942     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-ENVELOPE
500943     WRITE REGISTRO-ENVELOPE
500950     ADD 1 TO CONTADOR-ENVELOPES.
500960 8346-EMITIR-UM-ENVELOPE-EXIT.
500970     EXIT.
501160
501170*================================================================
501180* 8347-LISTAR-SEM-ENDERECO
501190* Fecha a rodada de envelopes listando, no fim de envelopes.txt,
501200* as pessoas com carta gerada mas sem endereco postal valido,
501210* com o motivo, para o escritorio correr atras do dado que falta.
501220*================================================================
501230 8347-LISTAR-SEM-ENDERECO.
501240     IF QTD-SEM-ENDERECO = ZERO
501270     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-ENVELOPE
501280     WRITE REGISTRO-ENVELOPE
501290     MOVE SPACES TO REGISTRO-ENVELOPE
501300     MOVE "Sem endereco postal valido (sem envelope):"
501310         TO REGISTRO-ENVELOPE
501320     WRITE REGISTRO-ENVELOPE
501330     PERFORM 8348-LISTAR-UM-SEM-ENDERECO
501490             SEM-END-ID(INDICE-SEM-ENDERECO)    DELIMITED BY SIZE
501500             " "                                DELIMITED BY SIZE
501510             SEM-END-NOME(INDICE-SEM-ENDERECO)  DELIMITED BY SIZE
501512             " - "                              DELIMITED BY SIZE
501514             SEM-END-MOTIVO(INDICE-SEM-ENDERECO) DELIMITED BY "  "
501520         INTO REGISTRO-ENVELOPE
501530     WRITE REGISTRO-ENVELOPE.
501540 8348-LISTAR-UM-SEM-ENDERECO-EXIT.
507500* comuns pedem nivel 2 e as opcoes destrutivas ou estruturais
507510* (excluir, restaurar backup, correcao guiada, arquivar,
507520* unificar pessoas, reaplicar auditoria e as manutencoes de
507530* categorias, operadores e carteiras) pedem nivel 3. Recusa e
507540* avisada e auditada (acao ACESSO-NEG, com a opcao negada).
507550*================================================================
507560 2010-VERIFICAR-PERMISSAO.
507570     MOVE "N" TO INDICADOR-PERMISSAO
507680         WHEN 29
507690         WHEN 30
507695         WHEN 36
507696         WHEN 37
507697         WHEN 39
507698         WHEN 40
507700         WHEN 45
507701         WHEN 46
507702         WHEN 47
507708             MOVE 2 TO NIVEL-NECESSARIO
507710         WHEN 5
507720         WHEN 18
507730         WHEN 21
507770         WHEN 32
507780         WHEN 33
507785         WHEN 34
507786         WHEN 41
507787         WHEN 43
507788         WHEN 44
507789         WHEN 48
507790             MOVE 3 TO NIVEL-NECESSARIO
507800         WHEN OTHER
507810             MOVE 1 TO NIVEL-NECESSARIO
510180             CLOSE ARQUIVO-OPERADORES
510190             GO TO 7360-REMOVER-OPERADOR-EXIT
510200     END-READ
510201     MOVE OPER-NOME TO OPERADOR-CARTEIRA
510202     PERFORM 4360-CONTAR-CARTEIRA
510203         THRU 4360-CONTAR-CARTEIRA-EXIT
510204     IF CONTADOR-CARTEIRA > ZERO
510205         DISPLAY "Operador responsável por " CONTADOR-CARTEIRA
510206             " pessoa(s); transfira a carteira antes."
510207         CLOSE ARQUIVO-OPERADORES
510208         GO TO 7360-REMOVER-OPERADOR-EXIT
510209     END-IF
510210     DISPLAY "Confirma a remoção de " OPER-NOME " (S/N)? "
510220     ACCEPT RESPOSTA
510230     IF NOT RESPOSTA-SIM
510420* e regrava auditoria.txt somente com o mes aberto. Nada e
510430* descartado: o detalhe antigo permanece nas geracoes. Tambem
510440* roda sem dialogo como funcao FECHAMENTO do modo lote.
510442* Os eventos passam intactos, com sequencia e selo, para as
510444* geracoes: o encadeamento segue da geracao mais recente para o
510446* mes aberto sem ser refeito, e a verificacao (9870) percorre as
510448* geracoes em ordem de mes antes do arquivo vivo.
510450*================================================================
510460 9860-FECHAR-PERIODO-AUDITORIA.
510470     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
513700* o ID, ou busca antes por nome (mesma busca da opcao 6) e
513710* escolhe o ID apontado. A ficha reune o cadastro, os dados de
513720* contato, o historico de contatos do mais recente para o mais
513730* antigo, o resumo de atividade com os meses desde o ultimo
513740* contato e a ultima alteracao registrada na auditoria viva.
513750*================================================================
513760 8700-FICHA-PESSOA.
513770     DISPLAY "Localizar a pessoa por (1=ID / 2=nome): "
514440             CATEGORIA         DELIMITED BY SIZE
514450         INTO REGISTRO-FICHA
514460     WRITE REGISTRO-FICHA
514461     MOVE PESSOA-ID TO ID-RESPONSAVEL
514462     PERFORM 4311-OBTER-RESPONSAVEL-AVULSO
514463         THRU 4311-OBTER-RESPONSAVEL-AVULSO-EXIT
514464     MOVE SPACES TO REGISTRO-FICHA
514465     STRING "Responsavel.: "  DELIMITED BY SIZE
514466             RESPONSAVEL-PESSOA DELIMITED BY SIZE
514467         INTO REGISTRO-FICHA
514468     WRITE REGISTRO-FICHA
514470     MOVE SPACES TO REGISTRO-FICHA
514480     STRING "Observacao..: " DELIMITED BY SIZE
514490             OBSERVACAO        DELIMITED BY SIZE
514500         INTO REGISTRO-FICHA
514510     WRITE REGISTRO-FICHA
514512     MOVE PESSOA-ID TO ID-ENDERECO
514514     PERFORM 4412-ENDERECO-FICHA
514516         THRU 4412-ENDERECO-FICHA-EXIT
514520
514530     MOVE SPACES TO REGISTRO-FICHA
514540     MOVE "Dados de contato:" TO REGISTRO-FICHA
514550     WRITE REGISTRO-FICHA
514560     PERFORM 8730-LISTAR-DETALHES-FICHA
514570         THRU 8730-LISTAR-DETALHES-FICHA-EXIT
514571
514572     MOVE SPACES TO REGISTRO-FICHA
514573     MOVE "Vinculos (-> desta para a outra / <- da outra):"
514574         TO REGISTRO-FICHA
514575     WRITE REGISTRO-FICHA
514576     PERFORM 8790-LISTAR-VINCULOS-FICHA
514577         THRU 8790-LISTAR-VINCULOS-FICHA-EXIT
514580
514590     MOVE SPACES TO REGISTRO-FICHA
514600     MOVE "Contatos (mais recentes primeiro):" TO REGISTRO-FICHA
514650         MOVE SPACES TO REGISTRO-FICHA
514660         MOVE "  (nenhum contato registrado)" TO REGISTRO-FICHA
514670         WRITE REGISTRO-FICHA
514720     ELSE
514730         PERFORM 8750-IMPRIMIR-CONTATO-FICHA
514740             THRU 8750-IMPRIMIR-CONTATO-FICHA-EXIT
514750             VARYING INDICE-CONTATO-FICHA
514760             FROM QTD-CONTATOS-FICHA BY -1
514770             UNTIL INDICE-CONTATO-FICHA < 1
514800     END-IF
514810     IF CONTATOS-FICHA-CHEIA
514820         MOVE SPACES TO REGISTRO-FICHA
514850         WRITE REGISTRO-FICHA
514860     END-IF
514870
514871     MOVE PESSOA-ID TO ID-PESSOA-CORRENTE
514872     MOVE DATA-CONHECEU TO DATA-A-CONVERTER
514873     PERFORM 8100-CONVERTER-DATA-NUMERICA
514874         THRU 8100-CONVERTER-DATA-NUMERICA-EXIT
514875     MOVE DATA-CONVERTIDA-NUM TO DATA-ULTIMO-CONTATO
514876     PERFORM 4240-RESUMO-ATIVIDADE-FICHA
514877         THRU 4240-RESUMO-ATIVIDADE-FICHA-EXIT
514878
514880     COMPUTE MESES-TOTAL-CALC =
514890         (ANO-HOJE * 12) + MES-HOJE
514900         - (ANO-ULTIMO-CONTATO * 12) - MES-ULTIMO-CONTATO
515784* Guarda o contato lido na tabela da ficha. Cheia a tabela, as
515786* entradas mais antigas saem pela frente e a leitura segue ate o
515788* ultimo contato da pessoa, para que a ficha mostre os 100 mais
515790* recentes.
515794*================================================================
515796 8745-GUARDAR-CONTATO-FICHA.
515800     READ ARQUIVO-CONTATOS NEXT RECORD
520830     MOVE "IMPORTA"       TO ACAO-AUDITORIA
520840     PERFORM 9500-GRAVAR-AUDITORIA
520850         THRU 9500-GRAVAR-AUDITORIA-EXIT
520852     MOVE PESSOA-ID TO ID-ATIVIDADE
520854     PERFORM 4200-RECALCULAR-ATIVIDADE
520856         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
520860     ADD 1 TO CONTADOR-IMP-APLICADAS.
520870 7440-APLICAR-LINHA-CSV-EXIT.
520880     EXIT.
522490     END-READ.
522500 8776-LER-EVENTO-GERACAO-FICHA-EXIT.
522510     EXIT.
522520
522530*================================================================
522540* 3600-ABRIR-VINCULOS-IO / 6307-ABRIR-ARQVINCULOS-IO
522550* Abrem vinculos.txt e arqvinculos.txt em I-O, criando-os vazios
522560* quando ainda nao existem, como 3470/6306 fazem com os demais.
522570*================================================================
522580 3600-ABRIR-VINCULOS-IO.
522590     OPEN I-O ARQUIVO-VINCULOS
522600     IF STATUS-VINCULOS = "35"
522610         OPEN OUTPUT ARQUIVO-VINCULOS
522620         CLOSE ARQUIVO-VINCULOS
522630         OPEN I-O ARQUIVO-VINCULOS
522640     END-IF.
522650 3600-ABRIR-VINCULOS-IO-EXIT.
522660     EXIT.
522670
522680 6307-ABRIR-ARQVINCULOS-IO.
522690     OPEN I-O ARQUIVO-ARQ-VINCULOS
522700     IF STATUS-ARQ-VINCULOS = "35"
522710         OPEN OUTPUT ARQUIVO-ARQ-VINCULOS
522720         CLOSE ARQUIVO-ARQ-VINCULOS
522730         OPEN I-O ARQUIVO-ARQ-VINCULOS
522740     END-IF.
522750 6307-ABRIR-ARQVINCULOS-IO-EXIT.
522760     EXIT.
522770
522780*================================================================
522790* 3610-MONTAR-LINHA-VINCULO
522800* Monta em LINHA-VINCULO o vinculo corrente de REGISTRO-VINCULO
522810* visto a partir de uma das pontas: tipo, SETA-VINCULO, ID e nome
522820* da outra ponta (ID-VINCULO-OUTRO) e a data de inicio.
522830*================================================================
522840 3610-MONTAR-LINHA-VINCULO.
522850     PERFORM 3620-OBTER-NOME-VINCULO
522860         THRU 3620-OBTER-NOME-VINCULO-EXIT
522870     MOVE VINC-DATA-INICIO TO DATA-VINCULO-NUM
522880     MOVE SPACES TO DATA-VINCULO-FORMATADA
522890     STRING DIA-VINCULO DELIMITED BY SIZE
522900             "/"         DELIMITED BY SIZE
522910             MES-VINCULO DELIMITED BY SIZE
522920             "/"         DELIMITED BY SIZE
522930             ANO-VINCULO DELIMITED BY SIZE
522940         INTO DATA-VINCULO-FORMATADA
522950     MOVE SPACES TO LINHA-VINCULO
522960     STRING VINC-TIPO              DELIMITED BY SIZE
522970             " "                    DELIMITED BY SIZE
522980             SETA-VINCULO           DELIMITED BY SIZE
522990             " "                    DELIMITED BY SIZE
523000             ID-VINCULO-OUTRO       DELIMITED BY SIZE
523010             " "                    DELIMITED BY SIZE
523020             NOME-VINCULO           DELIMITED BY SIZE
523030             " desde "              DELIMITED BY SIZE
523040             DATA-VINCULO-FORMATADA DELIMITED BY SIZE
523050         INTO LINHA-VINCULO.
523060 3610-MONTAR-LINHA-VINCULO-EXIT.
523070     EXIT.
523080
523090*================================================================
523100* 3620-OBTER-NOME-VINCULO
523110* Poe em NOME-VINCULO o nome do ID em ID-VINCULO-OUTRO, buscado
523120* no cadastro vivo e depois no arquivo morto (ambos ja abertos
523130* pelo chamador). Altera REGISTRO-PESSOA.
523140*================================================================
523150 3620-OBTER-NOME-VINCULO.
523160     MOVE ID-VINCULO-OUTRO TO PESSOA-ID
523170     READ ARQUIVO-PESSOAS
523180         INVALID KEY
523190             CONTINUE
523200         NOT INVALID KEY
523210             MOVE NOME TO NOME-VINCULO
523220             GO TO 3620-OBTER-NOME-VINCULO-EXIT
523230     END-READ
523240     MOVE ID-VINCULO-OUTRO TO ARQV-PESSOA-ID
523250     READ ARQUIVO-ARQUIVADAS
523260         INVALID KEY
523270             MOVE "(nao encontrada)" TO NOME-VINCULO
523280         NOT INVALID KEY
523290             MOVE SPACES TO NOME-VINCULO
523300             STRING ARQV-NOME      DELIMITED BY "  "
523310                     " (arquivada)" DELIMITED BY SIZE
523320                 INTO NOME-VINCULO
523330     END-READ.
523340 3620-OBTER-NOME-VINCULO-EXIT.
523350     EXIT.
523360
523370*================================================================
523380* 3625-POSICIONAR-VINCULOS / 3630-LER-VINCULO-DA-PESSOA
523390* Percorrem, com ARQUIVO-VINCULOS aberto, os vinculos do ID em
523400* ID-VINCULO-BUSCA: SETA-VINCULO "->" segue a chave principal
523410* (vinculos em que a pessoa e a origem) e "<-" a chave alternada
523420* (vinculos em que a pessoa e o destino). Cada vinculo lido sai
523430* montado em LINHA-VINCULO, com VINCULO-ACHADO ligado.
523440*================================================================
523450 3625-POSICIONAR-VINCULOS.
523460     MOVE "N" TO INDICADOR-FIM-VINCULOS
523470     IF SETA-VINCULO = "->"
523480         MOVE ID-VINCULO-BUSCA TO VINC-PESSOA-ID
523490         MOVE ZEROS TO VINC-OUTRO-ID
523500         MOVE SPACES TO VINC-TIPO
523510         START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
523520             INVALID KEY
523530                 SET FIM-VINCULOS TO TRUE
523540         END-START
523550     ELSE
523560         MOVE ID-VINCULO-BUSCA TO VINC-OUTRO-ID
523570         START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-OUTRO-ID
523580             INVALID KEY
523590                 SET FIM-VINCULOS TO TRUE
523600         END-START
523610     END-IF.
523620 3625-POSICIONAR-VINCULOS-EXIT.
523630     EXIT.
523640
523650 3630-LER-VINCULO-DA-PESSOA.
523660     MOVE "N" TO INDICADOR-VINCULO-ACHADO
523670     READ ARQUIVO-VINCULOS NEXT RECORD
523680         AT END
523690             SET FIM-VINCULOS TO TRUE
523700             GO TO 3630-LER-VINCULO-DA-PESSOA-EXIT
523710     END-READ
523720     IF SETA-VINCULO = "->"
523730         IF VINC-PESSOA-ID NOT = ID-VINCULO-BUSCA
523740             SET FIM-VINCULOS TO TRUE
523750             GO TO 3630-LER-VINCULO-DA-PESSOA-EXIT
523760         END-IF
523770         MOVE VINC-OUTRO-ID TO ID-VINCULO-OUTRO
523780     ELSE
523790         IF VINC-OUTRO-ID NOT = ID-VINCULO-BUSCA
523800             SET FIM-VINCULOS TO TRUE
523810             GO TO 3630-LER-VINCULO-DA-PESSOA-EXIT
523820         END-IF
523830         MOVE VINC-PESSOA-ID TO ID-VINCULO-OUTRO
523840     END-IF
523850     SET VINCULO-ACHADO TO TRUE
523860     PERFORM 3610-MONTAR-LINHA-VINCULO
523870         THRU 3610-MONTAR-LINHA-VINCULO-EXIT.
523880 3630-LER-VINCULO-DA-PESSOA-EXIT.
523890     EXIT.
523900
523910*================================================================
523920* 6170-MOVER-VINCULOS-MERGE
523930* Passa para o sobrevivente, um a um, os vinculos em que o
523940* perdedor aparece em qualquer das pontas. O vinculo que ligava
523950* os dois entre si, ou que o sobrevivente ja tinha, e descartado
523960* e contado a parte, como a indicacao que daria ao sobrevivente
523965* um segundo indicador (exibida para acerto manual).
523970*================================================================
523980 6170-MOVER-VINCULOS-MERGE.
523990     PERFORM 3600-ABRIR-VINCULOS-IO
524000         THRU 3600-ABRIR-VINCULOS-IO-EXIT
524010     MOVE ZERO TO CONTADOR-VINCULOS-MOVIDOS
524020     MOVE ZERO TO CONTADOR-VINCULOS-DESCART
524030     SET MERGE-PENDENTE TO TRUE
524040     PERFORM 6175-MOVER-UM-VINCULO
524050         THRU 6175-MOVER-UM-VINCULO-EXIT
524060         UNTIL NOT MERGE-PENDENTE
524070     CLOSE ARQUIVO-VINCULOS.
524080 6170-MOVER-VINCULOS-MERGE-EXIT.
524090     EXIT.
524100
524110 6175-MOVER-UM-VINCULO.
524120     MOVE "N" TO INDICADOR-MERGE-PENDENTE
524130     MOVE ID-PERDEDOR TO ID-VINCULO-BUSCA
524140     PERFORM 6235-LOCALIZAR-VINCULO
524150         THRU 6235-LOCALIZAR-VINCULO-EXIT
524160     IF NOT VINCULO-ACHADO
524170         GO TO 6175-MOVER-UM-VINCULO-EXIT
524180     END-IF
524190
524200     MOVE VINC-PESSOA-ID   TO GUARDA-VINCULO-PESSOA
524210     MOVE VINC-OUTRO-ID    TO GUARDA-VINCULO-OUTRO
524220     MOVE VINC-TIPO        TO GUARDA-VINCULO-TIPO
524230     MOVE VINC-DATA-INICIO TO GUARDA-VINCULO-DATA
524240     DELETE ARQUIVO-VINCULOS
524250         INVALID KEY
524260             DISPLAY "Erro ao retirar vínculo do ID " ID-PERDEDOR
524270             GO TO 6175-MOVER-UM-VINCULO-EXIT
524280     END-DELETE
524290     SET MERGE-PENDENTE TO TRUE
524300
524310     IF GUARDA-VINCULO-PESSOA = ID-PERDEDOR
524315         MOVE ID-SOBREVIVENTE TO GUARDA-VINCULO-PESSOA
524320     END-IF
524325     IF GUARDA-VINCULO-OUTRO = ID-PERDEDOR
524330         MOVE ID-SOBREVIVENTE TO GUARDA-VINCULO-OUTRO
524335     END-IF
524340     IF GUARDA-VINCULO-PESSOA = GUARDA-VINCULO-OUTRO
524345         ADD 1 TO CONTADOR-VINCULOS-DESCART
524350         GO TO 6175-MOVER-UM-VINCULO-EXIT
524355     END-IF
524360
524365     IF GUARDA-VINCULO-TIPO = "INDICOU"
524370             AND GUARDA-VINCULO-OUTRO = ID-SOBREVIVENTE
524375         PERFORM 7537-VERIFICAR-JA-INDICADA
524380             THRU 7537-VERIFICAR-JA-INDICADA-EXIT
524385         IF FOI-INDICADA
524390             ADD 1 TO CONTADOR-VINCULOS-DESCART
524395             IF VINC-PESSOA-ID NOT = GUARDA-VINCULO-PESSOA
524400                 DISPLAY "Indicação do ID "
524405                     GUARDA-VINCULO-PESSOA
524410                     " descartada: o ID " ID-SOBREVIVENTE
524415                     " já foi indicado pelo ID " VINC-PESSOA-ID
524420             END-IF
524425             GO TO 6175-MOVER-UM-VINCULO-EXIT
524430         END-IF
524435     END-IF
524440
524445     MOVE GUARDA-VINCULO-PESSOA TO VINC-PESSOA-ID
524450     MOVE GUARDA-VINCULO-OUTRO  TO VINC-OUTRO-ID
524455     MOVE GUARDA-VINCULO-TIPO   TO VINC-TIPO
524460     MOVE GUARDA-VINCULO-DATA   TO VINC-DATA-INICIO
524465     WRITE REGISTRO-VINCULO
524470         INVALID KEY
524475             ADD 1 TO CONTADOR-VINCULOS-DESCART
524480         NOT INVALID KEY
524485             ADD 1 TO CONTADOR-VINCULOS-MOVIDOS
524490     END-WRITE.
524495 6175-MOVER-UM-VINCULO-EXIT.
524500     EXIT.
524540
524550 6230-EXCLUIR-UM-VINCULO.
524560     MOVE "N" TO INDICADOR-FILHO-PENDENTE
524570     MOVE ID-FILHOS-ALVO TO ID-VINCULO-BUSCA
524580     PERFORM 6235-LOCALIZAR-VINCULO
524590         THRU 6235-LOCALIZAR-VINCULO-EXIT
524600     IF NOT VINCULO-ACHADO
524610         GO TO 6230-EXCLUIR-UM-VINCULO-EXIT
524620     END-IF
524630     DELETE ARQUIVO-VINCULOS
524640         INVALID KEY
524650             DISPLAY "Erro ao excluir vínculo do ID "
524655                 ID-FILHOS-ALVO
524660             GO TO 6230-EXCLUIR-UM-VINCULO-EXIT
524670     END-DELETE
524680     ADD 1 TO CONTADOR-VINCULOS-FILHOS
524690     SET FILHO-PENDENTE TO TRUE.
524700 6230-EXCLUIR-UM-VINCULO-EXIT.
524710     EXIT.
524720
524730*================================================================
524740* 6235-LOCALIZAR-VINCULO
524750* Deixa em REGISTRO-VINCULO um vinculo qualquer do ID em
524760* ID-VINCULO-BUSCA, procurado primeiro como origem (chave
524770* principal) e depois como destino (chave alternada), ligando
524780* VINCULO-ACHADO. Serve aos lacos que esvaziam, um a um, os
524790* vinculos de uma pessoa (exclusao, unificacao, arquivamento).
524800*================================================================
524810 6235-LOCALIZAR-VINCULO.
524820     MOVE "N" TO INDICADOR-VINCULO-ACHADO
524830     MOVE ID-VINCULO-BUSCA TO VINC-PESSOA-ID
524840     MOVE ZEROS TO VINC-OUTRO-ID
524850     MOVE SPACES TO VINC-TIPO
524860     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
524870         INVALID KEY
524880             GO TO 6235-PROCURAR-COMO-DESTINO
524890     END-START
524900     READ ARQUIVO-VINCULOS NEXT RECORD
524910         AT END
524920             GO TO 6235-PROCURAR-COMO-DESTINO
524930     END-READ
524940     IF VINC-PESSOA-ID = ID-VINCULO-BUSCA
524950         SET VINCULO-ACHADO TO TRUE
524960         GO TO 6235-LOCALIZAR-VINCULO-EXIT
524970     END-IF.
524980
524990 6235-PROCURAR-COMO-DESTINO.
525000     MOVE ID-VINCULO-BUSCA TO VINC-OUTRO-ID
525010     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-OUTRO-ID
525020         INVALID KEY
525030             GO TO 6235-LOCALIZAR-VINCULO-EXIT
525040     END-START
525050     READ ARQUIVO-VINCULOS NEXT RECORD
525060         AT END
525070             GO TO 6235-LOCALIZAR-VINCULO-EXIT
525080     END-READ
525090     IF VINC-OUTRO-ID = ID-VINCULO-BUSCA
525100         SET VINCULO-ACHADO TO TRUE
525110     END-IF.
525120 6235-LOCALIZAR-VINCULO-EXIT.
525130     EXIT.
525140
525150*================================================================
525160* 6330-ARQUIVAR-VINCULOS
525170* Leva para arqvinculos.txt os vinculos do PESSOA-ID em
525180* ID-FILHOS-ALVO (em qualquer das pontas), como 6300 faz com os
525190* contatos e dados de contato.
525200*================================================================
525210 6330-ARQUIVAR-VINCULOS.
525220     PERFORM 3600-ABRIR-VINCULOS-IO
525230         THRU 3600-ABRIR-VINCULOS-IO-EXIT
525240     PERFORM 6307-ABRIR-ARQVINCULOS-IO
525250         THRU 6307-ABRIR-ARQVINCULOS-IO-EXIT
525260     MOVE ZERO TO CONTADOR-VINCULOS-FILHOS
525270     SET FILHO-PENDENTE TO TRUE
525280     PERFORM 6335-ARQUIVAR-UM-VINCULO
525290         THRU 6335-ARQUIVAR-UM-VINCULO-EXIT
525300         UNTIL NOT FILHO-PENDENTE
525310     CLOSE ARQUIVO-VINCULOS
525320     CLOSE ARQUIVO-ARQ-VINCULOS.
525330 6330-ARQUIVAR-VINCULOS-EXIT.
525340     EXIT.
525350
525360 6335-ARQUIVAR-UM-VINCULO.
525370     MOVE "N" TO INDICADOR-FILHO-PENDENTE
525380     MOVE ID-FILHOS-ALVO TO ID-VINCULO-BUSCA
525390     PERFORM 6235-LOCALIZAR-VINCULO
525400         THRU 6235-LOCALIZAR-VINCULO-EXIT
525410     IF NOT VINCULO-ACHADO
525420         GO TO 6335-ARQUIVAR-UM-VINCULO-EXIT
525430     END-IF
525440     MOVE VINC-PESSOA-ID   TO ARQVINC-PESSOA-ID
525450     MOVE VINC-OUTRO-ID    TO ARQVINC-OUTRO-ID
525460     MOVE VINC-TIPO        TO ARQVINC-TIPO
525470     MOVE VINC-DATA-INICIO TO ARQVINC-DATA-INICIO
525480     WRITE REGISTRO-ARQ-VINCULO
525490         INVALID KEY
525500             DISPLAY "Vínculo do ID " ID-FILHOS-ALVO
525510                 " já existia no arquivo morto."
525520     END-WRITE
525530     DELETE ARQUIVO-VINCULOS
525540         INVALID KEY
525550             DISPLAY "Erro ao retirar vínculo do cadastro vivo."
525560             GO TO 6335-ARQUIVAR-UM-VINCULO-EXIT
525570     END-DELETE
525580     ADD 1 TO CONTADOR-VINCULOS-FILHOS
525590     SET FILHO-PENDENTE TO TRUE.
525600 6335-ARQUIVAR-UM-VINCULO-EXIT.
525610     EXIT.
525620
525630*================================================================
525640* 6380-RESTAURAR-VINCULOS
525650* Traz de volta de arqvinculos.txt os vinculos do PESSOA-ID em
525660* ID-FILHOS-ALVO, como 6350 faz com os contatos e dados de
525670* contato. A outra ponta pode continuar arquivada; o vinculo
525680* volta assim mesmo e aparece como tal na ficha.
525690*================================================================
525700 6380-RESTAURAR-VINCULOS.
525710     PERFORM 3600-ABRIR-VINCULOS-IO
525720         THRU 3600-ABRIR-VINCULOS-IO-EXIT
525730     PERFORM 6307-ABRIR-ARQVINCULOS-IO
525740         THRU 6307-ABRIR-ARQVINCULOS-IO-EXIT
525750     MOVE ZERO TO CONTADOR-VINCULOS-FILHOS
525760     SET FILHO-PENDENTE TO TRUE
525770     PERFORM 6390-RESTAURAR-UM-VINCULO
525780         THRU 6390-RESTAURAR-UM-VINCULO-EXIT
525790         UNTIL NOT FILHO-PENDENTE
525800     CLOSE ARQUIVO-VINCULOS
525810     CLOSE ARQUIVO-ARQ-VINCULOS.
525820 6380-RESTAURAR-VINCULOS-EXIT.
525830     EXIT.
525840
525850*================================================================
525860* 6385-LOCALIZAR-ARQ-VINCULO
525870* O mesmo que 6235-LOCALIZAR-VINCULO, sobre arqvinculos.txt.
525880*================================================================
525890 6385-LOCALIZAR-ARQ-VINCULO.
525900     MOVE "N" TO INDICADOR-VINCULO-ACHADO
525910     MOVE ID-VINCULO-BUSCA TO ARQVINC-PESSOA-ID
525920     MOVE ZEROS TO ARQVINC-OUTRO-ID
525930     MOVE SPACES TO ARQVINC-TIPO
525940     START ARQUIVO-ARQ-VINCULOS
525950         KEY IS NOT LESS THAN ARQVINC-CHAVE
525960         INVALID KEY
525970             GO TO 6385-PROCURAR-COMO-DESTINO
525980     END-START
525990     READ ARQUIVO-ARQ-VINCULOS NEXT RECORD
526000         AT END
526010             GO TO 6385-PROCURAR-COMO-DESTINO
526020     END-READ
526030     IF ARQVINC-PESSOA-ID = ID-VINCULO-BUSCA
526040         SET VINCULO-ACHADO TO TRUE
526050         GO TO 6385-LOCALIZAR-ARQ-VINCULO-EXIT
526060     END-IF.
526070
526080 6385-PROCURAR-COMO-DESTINO.
526090     MOVE ID-VINCULO-BUSCA TO ARQVINC-OUTRO-ID
526100     START ARQUIVO-ARQ-VINCULOS
526110         KEY IS NOT LESS THAN ARQVINC-OUTRO-ID
526120         INVALID KEY
526130             GO TO 6385-LOCALIZAR-ARQ-VINCULO-EXIT
526140     END-START
526150     READ ARQUIVO-ARQ-VINCULOS NEXT RECORD
526160         AT END
526170             GO TO 6385-LOCALIZAR-ARQ-VINCULO-EXIT
526180     END-READ
526190     IF ARQVINC-OUTRO-ID = ID-VINCULO-BUSCA
526200         SET VINCULO-ACHADO TO TRUE
526210     END-IF.
526220 6385-LOCALIZAR-ARQ-VINCULO-EXIT.
526230     EXIT.
526240
526250 6390-RESTAURAR-UM-VINCULO.
526260     MOVE "N" TO INDICADOR-FILHO-PENDENTE
526270     MOVE ID-FILHOS-ALVO TO ID-VINCULO-BUSCA
526280     PERFORM 6385-LOCALIZAR-ARQ-VINCULO
526290         THRU 6385-LOCALIZAR-ARQ-VINCULO-EXIT
526300     IF NOT VINCULO-ACHADO
526310         GO TO 6390-RESTAURAR-UM-VINCULO-EXIT
526320     END-IF
526330     MOVE ARQVINC-PESSOA-ID   TO VINC-PESSOA-ID
526340     MOVE ARQVINC-OUTRO-ID    TO VINC-OUTRO-ID
526350     MOVE ARQVINC-TIPO        TO VINC-TIPO
526360     MOVE ARQVINC-DATA-INICIO TO VINC-DATA-INICIO
526370     WRITE REGISTRO-VINCULO
526380         INVALID KEY
526390             DISPLAY "Vínculo do ID " ID-FILHOS-ALVO
526400                 " já existia no cadastro vivo."
526410     END-WRITE
526420     DELETE ARQUIVO-ARQ-VINCULOS
526430         INVALID KEY
526440             DISPLAY "Erro ao retirar vínculo do arquivo morto."
526450             GO TO 6390-RESTAURAR-UM-VINCULO-EXIT
526460     END-DELETE
526470     ADD 1 TO CONTADOR-VINCULOS-FILHOS
526480     SET FILHO-PENDENTE TO TRUE.
526490 6390-RESTAURAR-UM-VINCULO-EXIT.
526500     EXIT.
526510
526520*================================================================
526530* 6430-VERIFICAR-VINCULOS-ORFAOS
526540* Percorre vinculos.txt e aponta em orfaos.lst os vinculos em que
526550* alguma das pontas nao existe no cadastro vivo nem no arquivo
526560* morto (ARQUIVO-PESSOAS e ARQUIVO-ARQUIVADAS ja abertos).
526570*================================================================
526580 6430-VERIFICAR-VINCULOS-ORFAOS.
526590     PERFORM 3600-ABRIR-VINCULOS-IO
526600         THRU 3600-ABRIR-VINCULOS-IO-EXIT
526610     MOVE "N" TO INDICADOR-FIM-VINCULOS
526620     MOVE ZEROS TO VINC-PESSOA-ID
526630     MOVE ZEROS TO VINC-OUTRO-ID
526640     MOVE SPACES TO VINC-TIPO
526650     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
526660         INVALID KEY
526670             SET FIM-VINCULOS TO TRUE
526680     END-START
526690     PERFORM 6435-VERIFICAR-VINCULO-ORFAO
526700         THRU 6435-VERIFICAR-VINCULO-ORFAO-EXIT
526710         UNTIL FIM-VINCULOS
526720     CLOSE ARQUIVO-VINCULOS.
526730 6430-VERIFICAR-VINCULOS-ORFAOS-EXIT.
526740     EXIT.
526750
526760 6435-VERIFICAR-VINCULO-ORFAO.
526770     READ ARQUIVO-VINCULOS NEXT RECORD
526780         AT END
526790             SET FIM-VINCULOS TO TRUE
526800             GO TO 6435-VERIFICAR-VINCULO-ORFAO-EXIT
526810     END-READ
526820     MOVE VINC-PESSOA-ID TO ID-ORFAO-CORRENTE
526830     PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
526840         THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
526850     IF PESSOA-EXISTE
526860         MOVE VINC-OUTRO-ID TO ID-ORFAO-CORRENTE
526870         PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
526880             THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
526890     END-IF
526900     IF NOT PESSOA-EXISTE
526910         ADD 1 TO CONTADOR-ORFAOS-VINCULOS
526920         MOVE SPACES TO REGISTRO-ORFAO
526930         STRING "ID "              DELIMITED BY SIZE
526940                 VINC-PESSOA-ID    DELIMITED BY SIZE
526950                 " vinculo "       DELIMITED BY SIZE
526960                 VINC-TIPO         DELIMITED BY SIZE
526970                 " com ID "        DELIMITED BY SIZE
526980                 VINC-OUTRO-ID     DELIMITED BY SIZE
526990                 " (falta o ID "   DELIMITED BY SIZE
527000                 ID-ORFAO-CORRENTE DELIMITED BY SIZE
527010                 ")"               DELIMITED BY SIZE
527020             INTO REGISTRO-ORFAO
527030         WRITE REGISTRO-ORFAO
527040     END-IF.
527050 6435-VERIFICAR-VINCULO-ORFAO-EXIT.
527060     EXIT.
527070
527080*================================================================
527090* 7500-MANTER-VINCULOS
527100* Manutencao dos vinculos de uma pessoa ja cadastrada (quem a
527110* indicou ou foi indicado por ela, familia, empresa...), em
527120* sub-menu proprio: listar (nos dois sentidos), incluir e remover
527130* registros de vinculos.txt. Cada pessoa tem no maximo um
527140* vinculo INDICOU em que e o destino (quem a trouxe).
527150*================================================================
527160 7500-MANTER-VINCULOS.
527170     DISPLAY "Informe o ID da pessoa: "
527180     ACCEPT ID-INFORMADO
527190
527200     OPEN INPUT ARQUIVO-PESSOAS
527210     MOVE ID-INFORMADO TO PESSOA-ID
527220     READ ARQUIVO-PESSOAS
527230         INVALID KEY
527240             DISPLAY "Pessoa não encontrada."
527250             CLOSE ARQUIVO-PESSOAS
527260             GO TO 7500-MANTER-VINCULOS-EXIT
527270     END-READ
527280     DISPLAY "Vínculos de " NOME
527290     CLOSE ARQUIVO-PESSOAS
527300
527310     MOVE "N" TO INDICADOR-FIM-MENU-VINC
527320     PERFORM 7510-EXIBIR-MENU-VINCULOS
527330         THRU 7510-EXIBIR-MENU-VINCULOS-EXIT
527340         UNTIL FIM-MENU-VINCULOS.
527350 7500-MANTER-VINCULOS-EXIT.
527360     EXIT.
527370
527380 7510-EXIBIR-MENU-VINCULOS.
527390     DISPLAY "--- Vínculos ---"
527400     DISPLAY "1 - Listar"
527410     DISPLAY "2 - Incluir"
527420     DISPLAY "3 - Remover"
527430     DISPLAY "4 - Voltar"
527440     DISPLAY "Escolha uma opção: "
527450     ACCEPT OPCAO-VINCULO
527460
527470     EVALUATE OPCAO-VINCULO
527480         WHEN 1
527490             PERFORM 7520-LISTAR-VINCULOS
527500                 THRU 7520-LISTAR-VINCULOS-EXIT
527510         WHEN 2
527520             PERFORM 7530-INCLUIR-VINCULO
527530                 THRU 7530-INCLUIR-VINCULO-EXIT
527540         WHEN 3
527550             PERFORM 7540-REMOVER-VINCULO
527560                 THRU 7540-REMOVER-VINCULO-EXIT
527570         WHEN 4
527580             SET FIM-MENU-VINCULOS TO TRUE
527590         WHEN OTHER
527600             DISPLAY "Opção inválida!"
527610     END-EVALUATE.
527620 7510-EXIBIR-MENU-VINCULOS-EXIT.
527630     EXIT.
527640
527650 7520-LISTAR-VINCULOS.
527660     OPEN INPUT ARQUIVO-PESSOAS
527670     PERFORM 3070-ABRIR-ARQUIVADAS-IO
527680         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
527690     PERFORM 3600-ABRIR-VINCULOS-IO
527700         THRU 3600-ABRIR-VINCULOS-IO-EXIT
527710     MOVE ZERO TO QTD-ENCONTRADOS
527720     MOVE ID-INFORMADO TO ID-VINCULO-BUSCA
527730
527740     MOVE "->" TO SETA-VINCULO
527750     PERFORM 3625-POSICIONAR-VINCULOS
527760         THRU 3625-POSICIONAR-VINCULOS-EXIT
527770     PERFORM 7525-LER-E-EXIBIR-VINCULO
527780         THRU 7525-LER-E-EXIBIR-VINCULO-EXIT
527790         UNTIL FIM-VINCULOS
527800     MOVE "<-" TO SETA-VINCULO
527810     PERFORM 3625-POSICIONAR-VINCULOS
527820         THRU 3625-POSICIONAR-VINCULOS-EXIT
527830     PERFORM 7525-LER-E-EXIBIR-VINCULO
527840         THRU 7525-LER-E-EXIBIR-VINCULO-EXIT
527850         UNTIL FIM-VINCULOS
527860
527870     CLOSE ARQUIVO-VINCULOS
527880     CLOSE ARQUIVO-ARQUIVADAS
527890     CLOSE ARQUIVO-PESSOAS
527900
527910     IF QTD-ENCONTRADOS = ZERO
527920         DISPLAY "Nenhum vínculo cadastrado."
527930     END-IF.
527940 7520-LISTAR-VINCULOS-EXIT.
527950     EXIT.
527960
527970 7525-LER-E-EXIBIR-VINCULO.
527980     PERFORM 3630-LER-VINCULO-DA-PESSOA
527990         THRU 3630-LER-VINCULO-DA-PESSOA-EXIT
528000     IF VINCULO-ACHADO
528010         ADD 1 TO QTD-ENCONTRADOS
528020         DISPLAY LINHA-VINCULO
528030     END-IF.
528040 7525-LER-E-EXIBIR-VINCULO-EXIT.
528050     EXIT.
528060
528070 7530-INCLUIR-VINCULO.
528080     DISPLAY "ID da outra pessoa do vínculo: "
528090     ACCEPT ID-VINCULO-OUTRO
528100     IF ID-VINCULO-OUTRO = ID-INFORMADO
528110         DISPLAY "O vínculo deve ligar duas pessoas diferentes."
528120         GO TO 7530-INCLUIR-VINCULO-EXIT
528130     END-IF
528140     OPEN INPUT ARQUIVO-PESSOAS
528150     MOVE ID-VINCULO-OUTRO TO PESSOA-ID
528160     READ ARQUIVO-PESSOAS
528170         INVALID KEY
528180             DISPLAY "Pessoa não encontrada."
528190             CLOSE ARQUIVO-PESSOAS
528200             GO TO 7530-INCLUIR-VINCULO-EXIT
528210     END-READ
528220     DISPLAY "Outra pessoa: " NOME
528230     CLOSE ARQUIVO-PESSOAS
528240
528250     MOVE "N" TO INDICADOR-TIPO-VINCULO
528260     PERFORM 7535-OBTER-TIPO-VINCULO
528270         THRU 7535-OBTER-TIPO-VINCULO-EXIT
528280         UNTIL TIPO-VINCULO-VALIDO
528290
528300     MOVE ID-INFORMADO     TO GUARDA-VINCULO-PESSOA
528310     MOVE ID-VINCULO-OUTRO TO GUARDA-VINCULO-OUTRO
528320     IF TIPO-VINCULO-INPUT = "INDICOU"
528330         MOVE ZERO TO SENTIDO-VINCULO-INPUT
528340         PERFORM 7536-OBTER-SENTIDO-VINCULO
528350             THRU 7536-OBTER-SENTIDO-VINCULO-EXIT
528360             UNTIL SENTIDO-VINCULO-INPUT = 1
528370                OR SENTIDO-VINCULO-INPUT = 2
528380         IF SENTIDO-VINCULO-INPUT = 2
528390             MOVE ID-VINCULO-OUTRO TO GUARDA-VINCULO-PESSOA
528400             MOVE ID-INFORMADO     TO GUARDA-VINCULO-OUTRO
528410         END-IF
528420     END-IF
528430
528440     MOVE "N" TO INDICADOR-DATA-VALIDA
528450     PERFORM 7539-OBTER-DATA-VINCULO
528460         THRU 7539-OBTER-DATA-VINCULO-EXIT
528470         UNTIL DATA-VALIDA
528480     MOVE DATA-INPUT TO DATA-A-CONVERTER
528490     PERFORM 8100-CONVERTER-DATA-NUMERICA
528500         THRU 8100-CONVERTER-DATA-NUMERICA-EXIT
528510
528520     PERFORM 3600-ABRIR-VINCULOS-IO
528530         THRU 3600-ABRIR-VINCULOS-IO-EXIT
528540     MOVE GUARDA-VINCULO-OUTRO  TO VINC-PESSOA-ID
528550     MOVE GUARDA-VINCULO-PESSOA TO VINC-OUTRO-ID
528560     MOVE TIPO-VINCULO-INPUT    TO VINC-TIPO
528570     READ ARQUIVO-VINCULOS
528580         INVALID KEY
528590             CONTINUE
528600         NOT INVALID KEY
528610             DISPLAY "Vínculo já cadastrado no sentido inverso."
528620             CLOSE ARQUIVO-VINCULOS
528630             GO TO 7530-INCLUIR-VINCULO-EXIT
528640     END-READ
528650     IF TIPO-VINCULO-INPUT = "INDICOU"
528660         PERFORM 7537-VERIFICAR-JA-INDICADA
528670             THRU 7537-VERIFICAR-JA-INDICADA-EXIT
528680         IF FOI-INDICADA
528690             DISPLAY "O ID " GUARDA-VINCULO-OUTRO
528700                 " já foi indicado pelo ID " VINC-PESSOA-ID "."
528710             CLOSE ARQUIVO-VINCULOS
528720             GO TO 7530-INCLUIR-VINCULO-EXIT
528730         END-IF
528740     END-IF
528750
528760     MOVE GUARDA-VINCULO-PESSOA TO VINC-PESSOA-ID
528770     MOVE GUARDA-VINCULO-OUTRO  TO VINC-OUTRO-ID
528780     MOVE TIPO-VINCULO-INPUT    TO VINC-TIPO
528790     MOVE DATA-CONVERTIDA-NUM   TO VINC-DATA-INICIO
528800     WRITE REGISTRO-VINCULO
528810         INVALID KEY
528820             DISPLAY "Vínculo já cadastrado."
528830             CLOSE ARQUIVO-VINCULOS
528840             GO TO 7530-INCLUIR-VINCULO-EXIT
528850     END-WRITE
528860     CLOSE ARQUIVO-VINCULOS
528870
528880     DISPLAY "Vínculo incluído com sucesso!".
528890 7530-INCLUIR-VINCULO-EXIT.
528900     EXIT.
528910
528920 7535-OBTER-TIPO-VINCULO.
528930     DISPLAY "Tipo (INDICOU/FAMILIA/EMPRESA/AMIGO/OUTRO): "
528940     ACCEPT TIPO-VINCULO-INPUT
528950     MOVE TIPO-VINCULO-INPUT TO CAMPO-PARA-CONVERTER
528960     PERFORM 9600-CONVERTER-MAIUSCULAS
528970         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
528980     MOVE CAMPO-CONVERTIDO(1:10) TO TIPO-VINCULO-INPUT
528990
529000     MOVE "N" TO INDICADOR-TIPO-VINCULO
529010     PERFORM 7538-COMPARAR-TIPO-VINCULO
529020         THRU 7538-COMPARAR-TIPO-VINCULO-EXIT
529030         VARYING INDICE-TIPO-VINCULO FROM 1 BY 1
529040         UNTIL INDICE-TIPO-VINCULO > 5 OR TIPO-VINCULO-VALIDO
529050     IF NOT TIPO-VINCULO-VALIDO
529060         DISPLAY "Tipo inválido. Escolha uma das opções "
529070             "listadas."
529080     END-IF.
529090 7535-OBTER-TIPO-VINCULO-EXIT.
529100     EXIT.
529110
529120 7536-OBTER-SENTIDO-VINCULO.
529130     DISPLAY "1 - Esta pessoa indicou a outra"
529140     DISPLAY "2 - A outra pessoa indicou esta"
529150     DISPLAY "Sentido: "
529160     ACCEPT SENTIDO-VINCULO-INPUT
529170     IF SENTIDO-VINCULO-INPUT NOT = 1
529180             AND SENTIDO-VINCULO-INPUT NOT = 2
529190         DISPLAY "Sentido inválido. Informe 1 ou 2."
529200     END-IF.
529210 7536-OBTER-SENTIDO-VINCULO-EXIT.
529220     EXIT.
529230
529240*================================================================
529250* 7537-VERIFICAR-JA-INDICADA
529260* Liga FOI-INDICADA quando o ID em GUARDA-VINCULO-OUTRO ja e o
529270* destino de algum vinculo INDICOU (pela chave alternada), com
529280* ARQUIVO-VINCULOS ja aberto; VINC-PESSOA-ID fica com quem indica.
529290*================================================================
529300 7537-VERIFICAR-JA-INDICADA.
529310     MOVE "N" TO INDICADOR-FOI-INDICADA
529320     MOVE "N" TO INDICADOR-FIM-VINCULOS
529330     MOVE GUARDA-VINCULO-OUTRO TO VINC-OUTRO-ID
529340     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-OUTRO-ID
529350         INVALID KEY
529360             SET FIM-VINCULOS TO TRUE
529370     END-START
529380     PERFORM 7541-LER-INDICACAO-DESTINO
529390         THRU 7541-LER-INDICACAO-DESTINO-EXIT
529400         UNTIL FIM-VINCULOS OR FOI-INDICADA.
529410 7537-VERIFICAR-JA-INDICADA-EXIT.
529420     EXIT.
529430
529440 7538-COMPARAR-TIPO-VINCULO.
529450     IF TIPO-VINCULO-INPUT = TIPO-VINCULO-TAB(INDICE-TIPO-VINCULO)
529460         SET TIPO-VINCULO-VALIDO TO TRUE
529470     END-IF.
529480 7538-COMPARAR-TIPO-VINCULO-EXIT.
529490     EXIT.
529500
529510 7539-OBTER-DATA-VINCULO.
529520     DISPLAY "Início do vínculo (DD/MM/AAAA): "
529530     ACCEPT DATA-INPUT
529540     PERFORM 8000-VALIDAR-DATA
529550         THRU 8000-VALIDAR-DATA-EXIT
529560     IF NOT DATA-VALIDA
529570         DISPLAY "Data inválida. Informe uma data real "
529580             "no formato DD/MM/AAAA."
529590     END-IF.
529600 7539-OBTER-DATA-VINCULO-EXIT.
529610     EXIT.
529620
529630 7540-REMOVER-VINCULO.
529640     DISPLAY "ID da outra pessoa do vínculo: "
529650     ACCEPT ID-VINCULO-OUTRO
529660     MOVE "N" TO INDICADOR-TIPO-VINCULO
529670     PERFORM 7535-OBTER-TIPO-VINCULO
529680         THRU 7535-OBTER-TIPO-VINCULO-EXIT
529690         UNTIL TIPO-VINCULO-VALIDO
529700
529710     PERFORM 3600-ABRIR-VINCULOS-IO
529720         THRU 3600-ABRIR-VINCULOS-IO-EXIT
529730     MOVE ID-INFORMADO       TO VINC-PESSOA-ID
529740     MOVE ID-VINCULO-OUTRO   TO VINC-OUTRO-ID
529750     MOVE TIPO-VINCULO-INPUT TO VINC-TIPO
529760     READ ARQUIVO-VINCULOS
529770         INVALID KEY
529780             MOVE ID-VINCULO-OUTRO   TO VINC-PESSOA-ID
529790             MOVE ID-INFORMADO       TO VINC-OUTRO-ID
529800             MOVE TIPO-VINCULO-INPUT TO VINC-TIPO
529810             READ ARQUIVO-VINCULOS
529820                 INVALID KEY
529830                     DISPLAY "Vínculo não encontrado."
529840                     CLOSE ARQUIVO-VINCULOS
529850                     GO TO 7540-REMOVER-VINCULO-EXIT
529860             END-READ
529870     END-READ
529880
529890     DISPLAY "Confirma remoção do vínculo " VINC-TIPO
529900         " do ID " VINC-PESSOA-ID " para o ID " VINC-OUTRO-ID
529910         " (S/N)? "
529920     ACCEPT RESPOSTA
529930     IF NOT RESPOSTA-SIM
529940         DISPLAY "Remoção cancelada."
529950         CLOSE ARQUIVO-VINCULOS
529960         GO TO 7540-REMOVER-VINCULO-EXIT
529970     END-IF
529980
529990     DELETE ARQUIVO-VINCULOS
530000         INVALID KEY
530010             DISPLAY "Erro ao remover vínculo."
530020     END-DELETE
530030     CLOSE ARQUIVO-VINCULOS
530040
530050     DISPLAY "Vínculo removido com sucesso!".
530060 7540-REMOVER-VINCULO-EXIT.
530070     EXIT.
530080
530090 7541-LER-INDICACAO-DESTINO.
530100     READ ARQUIVO-VINCULOS NEXT RECORD
530110         AT END
530120             SET FIM-VINCULOS TO TRUE
530130         NOT AT END
530140             IF VINC-OUTRO-ID NOT = GUARDA-VINCULO-OUTRO
530150                 SET FIM-VINCULOS TO TRUE
530160             ELSE
530170                 IF VINC-TIPO = "INDICOU"
530180                     SET FOI-INDICADA TO TRUE
530190                 END-IF
530200             END-IF
530210     END-READ.
530220 7541-LER-INDICACAO-DESTINO-EXIT.
530230     EXIT.
530240
530250*================================================================
530260* 8790-LISTAR-VINCULOS-FICHA
530270* Grava na ficha os vinculos da pessoa corrente, primeiro os em
530280* que ela e a origem e depois os em que e o destino. A busca do
530290* nome da outra ponta muda REGISTRO-PESSOA; no fim a pessoa da
530300* ficha e relida, o que tambem devolve a posicao de leitura de
530310* pessoas.txt ao laco da funcao FICHAS do modo lote.
530320*================================================================
530330 8790-LISTAR-VINCULOS-FICHA.
530340     MOVE PESSOA-ID TO GUARDA-PESSOA-FICHA
530350     MOVE PESSOA-ID TO ID-VINCULO-BUSCA
530360     PERFORM 3070-ABRIR-ARQUIVADAS-IO
530370         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
530380     PERFORM 3600-ABRIR-VINCULOS-IO
530390         THRU 3600-ABRIR-VINCULOS-IO-EXIT
530400     MOVE ZERO TO QTD-ENCONTRADOS
530410
530420     MOVE "->" TO SETA-VINCULO
530430     PERFORM 3625-POSICIONAR-VINCULOS
530440         THRU 3625-POSICIONAR-VINCULOS-EXIT
530450     PERFORM 8795-GRAVAR-VINCULO-FICHA
530460         THRU 8795-GRAVAR-VINCULO-FICHA-EXIT
530470         UNTIL FIM-VINCULOS
530480     MOVE "<-" TO SETA-VINCULO
530490     PERFORM 3625-POSICIONAR-VINCULOS
530500         THRU 3625-POSICIONAR-VINCULOS-EXIT
530510     PERFORM 8795-GRAVAR-VINCULO-FICHA
530520         THRU 8795-GRAVAR-VINCULO-FICHA-EXIT
530530         UNTIL FIM-VINCULOS
530540
530550     CLOSE ARQUIVO-VINCULOS
530560     CLOSE ARQUIVO-ARQUIVADAS
530570     IF QTD-ENCONTRADOS = ZERO
530580         MOVE SPACES TO REGISTRO-FICHA
530590         MOVE "  (nenhum vinculo)" TO REGISTRO-FICHA
530600         WRITE REGISTRO-FICHA
530610     END-IF
530620
530630     MOVE GUARDA-PESSOA-FICHA TO PESSOA-ID
530640     READ ARQUIVO-PESSOAS
530650         INVALID KEY
530660             CONTINUE
530670     END-READ.
530680 8790-LISTAR-VINCULOS-FICHA-EXIT.
530690     EXIT.
530700
530710 8795-GRAVAR-VINCULO-FICHA.
530720     PERFORM 3630-LER-VINCULO-DA-PESSOA
530730         THRU 3630-LER-VINCULO-DA-PESSOA-EXIT
530740     IF VINCULO-ACHADO
530750         ADD 1 TO QTD-ENCONTRADOS
530760         MOVE SPACES TO REGISTRO-FICHA
530770         STRING "  "          DELIMITED BY SIZE
530780                 LINHA-VINCULO DELIMITED BY SIZE
530790             INTO REGISTRO-FICHA
530800         WRITE REGISTRO-FICHA
530810     END-IF.
530820 8795-GRAVAR-VINCULO-FICHA-EXIT.
530830     EXIT.
530840
530850*================================================================
530860* 8800-RELATORIO-INDICACOES
530870* Arvore de quem trouxe quem (indicacoes.lst), a partir dos
530880* vinculos INDICOU: cada raiz e uma pessoa que indicou outras sem
530890* ter sido indicada; abaixo dela, recuadas, as pessoas que trouxe,
530900* e assim por diante. Cada linha traz quantas pessoas a pessoa
530910* indicou diretamente e a quantas chegou no total (toda a
530920* descendencia). Indicacoes em circulo, sem raiz, saem no fim a
530930* partir da primeira pessoa do circulo. A arvore e montada em
530940* memoria com pilha propria, nos limites das tabelas.
530950*================================================================
530960 8800-RELATORIO-INDICACOES.
530970     OPEN OUTPUT ARQUIVO-INDICACOES
530980     IF STATUS-INDICACOES NOT = "00"
530990         DISPLAY "Erro ao criar indicacoes.lst: "
530995             STATUS-INDICACOES
531000         GO TO 8800-RELATORIO-INDICACOES-EXIT
531010     END-IF
531020     OPEN INPUT ARQUIVO-PESSOAS
531030     IF STATUS-PESSOAS NOT = "00"
531040         DISPLAY "Erro ao abrir pessoas.txt: " STATUS-PESSOAS
531050         CLOSE ARQUIVO-INDICACOES
531060         GO TO 8800-RELATORIO-INDICACOES-EXIT
531070     END-IF
531080     PERFORM 3070-ABRIR-ARQUIVADAS-IO
531090         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
531100     PERFORM 3600-ABRIR-VINCULOS-IO
531110         THRU 3600-ABRIR-VINCULOS-IO-EXIT
531120
531130     MOVE ZERO TO QTD-INDICACOES-TAB
531140     MOVE "N" TO INDICADOR-INDICACOES-CHEIO
531150     MOVE "N" TO INDICADOR-FIM-VINCULOS
531160     MOVE ZEROS TO VINC-PESSOA-ID
531170     MOVE ZEROS TO VINC-OUTRO-ID
531180     MOVE SPACES TO VINC-TIPO
531190     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
531200         INVALID KEY
531210             SET FIM-VINCULOS TO TRUE
531220     END-START
531230     PERFORM 8805-CARREGAR-INDICACAO
531240         THRU 8805-CARREGAR-INDICACAO-EXIT
531250         UNTIL FIM-VINCULOS
531260     CLOSE ARQUIVO-VINCULOS
531270
531280     MOVE ZERO TO QTD-ARVORE-TAB
531290     MOVE "N" TO INDICADOR-ARVORE-CHEIA
531300     MOVE ZERO TO CONTADOR-RAIZES
531310     PERFORM 8810-AVALIAR-RAIZ
531320         THRU 8810-AVALIAR-RAIZ-EXIT
531330         VARYING INDICE-INDICACAO FROM 1 BY 1
531340         UNTIL INDICE-INDICACAO > QTD-INDICACOES-TAB
531350     PERFORM 8812-AVALIAR-CIRCULO
531360         THRU 8812-AVALIAR-CIRCULO-EXIT
531370         VARYING INDICE-INDICACAO FROM 1 BY 1
531380         UNTIL INDICE-INDICACAO > QTD-INDICACOES-TAB
531390
531400     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
531410     MOVE SPACES TO DATA-EMISSAO-FORMATADA
531420     STRING DIA-EMISSAO-RELATORIO  DELIMITED BY SIZE
531430             "/"                   DELIMITED BY SIZE
531440             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
531450             "/"                   DELIMITED BY SIZE
531460             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
531470         INTO DATA-EMISSAO-FORMATADA
531480     MOVE SPACES TO REGISTRO-INDICACAO
531490     STRING "Arvore de indicacoes - emissao " DELIMITED BY SIZE
531500             DATA-EMISSAO-FORMATADA           DELIMITED BY SIZE
531510         INTO REGISTRO-INDICACAO
531520     WRITE REGISTRO-INDICACAO
531530     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-INDICACAO
531540     WRITE REGISTRO-INDICACAO
531550     MOVE CABECALHO-INDICACAO TO REGISTRO-INDICACAO
531560     WRITE REGISTRO-INDICACAO
531570     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-INDICACAO
531580     WRITE REGISTRO-INDICACAO
531590
531600     PERFORM 8840-IMPRIMIR-LINHA-ARVORE
531610         THRU 8840-IMPRIMIR-LINHA-ARVORE-EXIT
531620         VARYING INDICE-ARVORE FROM 1 BY 1
531630         UNTIL INDICE-ARVORE > QTD-ARVORE-TAB
531640     IF QTD-ARVORE-TAB = ZERO
531650         MOVE "  (nenhuma indicacao cadastrada)"
531660             TO REGISTRO-INDICACAO
531670         WRITE REGISTRO-INDICACAO
531680     END-IF
531690     IF INDICACOES-CHEIO
531700         MOVE "  (limitado as primeiras 500 indicacoes)"
531710             TO REGISTRO-INDICACAO
531720         WRITE REGISTRO-INDICACAO
531730     END-IF
531740     IF ARVORE-CHEIA
531750         MOVE "  (arvore limitada a 600 linhas e 50 niveis)"
531760             TO REGISTRO-INDICACAO
531770         WRITE REGISTRO-INDICACAO
531780     END-IF
531790
531800     MOVE QTD-INDICACOES-TAB TO QTD-ENCONTRADOS
531810     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-INDICACAO
531820     WRITE REGISTRO-INDICACAO
531830     MOVE SPACES TO REGISTRO-INDICACAO
531840     STRING "Pessoas na raiz.......: " DELIMITED BY SIZE
531850             CONTADOR-RAIZES           DELIMITED BY SIZE
531860         INTO REGISTRO-INDICACAO
531870     WRITE REGISTRO-INDICACAO
531880     MOVE SPACES TO REGISTRO-INDICACAO
531890     STRING "Indicacoes cadastradas: " DELIMITED BY SIZE
531900             QTD-ENCONTRADOS           DELIMITED BY SIZE
531910         INTO REGISTRO-INDICACAO
531920     WRITE REGISTRO-INDICACAO
531930
531940     CLOSE ARQUIVO-ARQUIVADAS
531950     CLOSE ARQUIVO-PESSOAS
531960     CLOSE ARQUIVO-INDICACOES
531970
531980     DISPLAY "Pessoas na raiz.......: " CONTADOR-RAIZES
531990     DISPLAY "Indicações cadastradas: " QTD-ENCONTRADOS
532000     DISPLAY "Relatório gerado: indicacoes.lst".
532010 8800-RELATORIO-INDICACOES-EXIT.
532020     EXIT.
532030
532040 8805-CARREGAR-INDICACAO.
532050     READ ARQUIVO-VINCULOS NEXT RECORD
532060         AT END
532070             SET FIM-VINCULOS TO TRUE
532080             GO TO 8805-CARREGAR-INDICACAO-EXIT
532090     END-READ
532100     IF VINC-TIPO NOT = "INDICOU"
532110         GO TO 8805-CARREGAR-INDICACAO-EXIT
532120     END-IF
532130     IF QTD-INDICACOES-TAB NOT < 500
532140         SET INDICACOES-CHEIO TO TRUE
532150         GO TO 8805-CARREGAR-INDICACAO-EXIT
532160     END-IF
532170     ADD 1 TO QTD-INDICACOES-TAB
532180     MOVE VINC-PESSOA-ID TO IND-ORIGEM-TAB(QTD-INDICACOES-TAB)
532190     MOVE VINC-OUTRO-ID  TO IND-DESTINO-TAB(QTD-INDICACOES-TAB)
532200     MOVE "N" TO IND-PERCORRIDA-TAB(QTD-INDICACOES-TAB).
532210 8805-CARREGAR-INDICACAO-EXIT.
532220     EXIT.
532230
532240*================================================================
532250* 8810-AVALIAR-RAIZ
532260* A origem da indicacao corrente e raiz quando ninguem a indicou;
532270* a arvore e percorrida a partir dela na primeira indicacao sua
532280* ainda nao percorrida (as demais ja saem nesse percurso).
532290*================================================================
532300 8810-AVALIAR-RAIZ.
532310     IF IND-PERCORRIDA-TAB(INDICE-INDICACAO) NOT = "N"
532320         GO TO 8810-AVALIAR-RAIZ-EXIT
532330     END-IF
532340     MOVE "N" TO INDICADOR-FOI-INDICADA
532350     PERFORM 8815-VERIFICAR-DESTINO
532360         THRU 8815-VERIFICAR-DESTINO-EXIT
532370         VARYING INDICE-FILHO-ACHADO FROM 1 BY 1
532380         UNTIL INDICE-FILHO-ACHADO > QTD-INDICACOES-TAB
532390            OR FOI-INDICADA
532400     IF FOI-INDICADA
532410         GO TO 8810-AVALIAR-RAIZ-EXIT
532420     END-IF
532430     ADD 1 TO CONTADOR-RAIZES
532440     MOVE IND-ORIGEM-TAB(INDICE-INDICACAO) TO ID-NO-ARVORE
532450     PERFORM 8820-PERCORRER-ARVORE
532460         THRU 8820-PERCORRER-ARVORE-EXIT.
532470 8810-AVALIAR-RAIZ-EXIT.
532480     EXIT.
532490
532500 8812-AVALIAR-CIRCULO.
532510     IF IND-PERCORRIDA-TAB(INDICE-INDICACAO) = "N"
532520         MOVE IND-ORIGEM-TAB(INDICE-INDICACAO) TO ID-NO-ARVORE
532530         PERFORM 8820-PERCORRER-ARVORE
532540             THRU 8820-PERCORRER-ARVORE-EXIT
532550     END-IF.
532560 8812-AVALIAR-CIRCULO-EXIT.
532570     EXIT.
532580
532590 8815-VERIFICAR-DESTINO.
532600     IF IND-DESTINO-TAB(INDICE-FILHO-ACHADO) =
532610             IND-ORIGEM-TAB(INDICE-INDICACAO)
532620         SET FOI-INDICADA TO TRUE
532630     END-IF.
532640 8815-VERIFICAR-DESTINO-EXIT.
532650     EXIT.
532660
532670*================================================================
532680* 8820-PERCORRER-ARVORE
532690* Percorre em profundidade, com TABELA-PILHA-INDICACAO, a arvore
532700* que parte de ID-NO-ARVORE, marcando como percorrida cada
532710* indicacao usada (o que encerra os circulos). Ao desempilhar uma
532720* pessoa, o total dela e o numero de linhas acrescentadas abaixo.
532730*================================================================
532740 8820-PERCORRER-ARVORE.
532750     MOVE ZERO TO TOPO-PILHA
532760     PERFORM 8830-EMPILHAR-PESSOA
532770         THRU 8830-EMPILHAR-PESSOA-EXIT
532780     PERFORM 8825-AVANCAR-PILHA
532790         THRU 8825-AVANCAR-PILHA-EXIT
532800         UNTIL TOPO-PILHA = ZERO.
532810 8820-PERCORRER-ARVORE-EXIT.
532820     EXIT.
532830
532840 8825-AVANCAR-PILHA.
532850     MOVE "N" TO INDICADOR-FILHO-ACHADO
532860     PERFORM 8826-PROCURAR-INDICADA
532870         THRU 8826-PROCURAR-INDICADA-EXIT
532880         VARYING INDICE-FILHO-ACHADO
532890         FROM PILHA-PROXIMO(TOPO-PILHA) BY 1
532900         UNTIL INDICE-FILHO-ACHADO > QTD-INDICACOES-TAB
532910            OR FILHO-ACHADO
532920     IF FILHO-ACHADO
532930         MOVE INDICE-FILHO-ACHADO TO PILHA-PROXIMO(TOPO-PILHA)
532940         PERFORM 8830-EMPILHAR-PESSOA
532950             THRU 8830-EMPILHAR-PESSOA-EXIT
532960     ELSE
532970         COMPUTE ARV-TOTAL(PILHA-LINHA(TOPO-PILHA)) =
532980             QTD-ARVORE-TAB - PILHA-LINHA(TOPO-PILHA)
532990         SUBTRACT 1 FROM TOPO-PILHA
533000     END-IF.
533010 8825-AVANCAR-PILHA-EXIT.
533020     EXIT.
533030
533040 8826-PROCURAR-INDICADA.
533050     IF IND-ORIGEM-TAB(INDICE-FILHO-ACHADO) = PILHA-ID(TOPO-PILHA)
533060             AND IND-PERCORRIDA-TAB(INDICE-FILHO-ACHADO) = "N"
533070         MOVE "S" TO IND-PERCORRIDA-TAB(INDICE-FILHO-ACHADO)
533080         MOVE IND-DESTINO-TAB(INDICE-FILHO-ACHADO) TO ID-NO-ARVORE
533090         SET FILHO-ACHADO TO TRUE
533100     END-IF.
533110 8826-PROCURAR-INDICADA-EXIT.
533120     EXIT.
533130
533140*================================================================
533150* 8830-EMPILHAR-PESSOA
533160* Acrescenta a linha de ID-NO-ARVORE a TABELA-ARVORE, recuada
533170* conforme a profundidade, conta-a como indicacao direta de quem
533180* esta no topo da pilha e empilha a pessoa.
533190*================================================================
533200 8830-EMPILHAR-PESSOA.
533210     IF TOPO-PILHA NOT < 50 OR QTD-ARVORE-TAB NOT < 600
533220         SET ARVORE-CHEIA TO TRUE
533230         GO TO 8830-EMPILHAR-PESSOA-EXIT
533240     END-IF
533250     ADD 1 TO QTD-ARVORE-TAB
533260     COMPUTE RECUO-ARVORE = TOPO-PILHA * 2
533270     IF RECUO-ARVORE > 20
533280         MOVE 20 TO RECUO-ARVORE
533290     END-IF
533300     COMPUTE PONTEIRO-ARVORE = RECUO-ARVORE + 1
533310     MOVE ID-NO-ARVORE TO ID-VINCULO-OUTRO
533320     PERFORM 3620-OBTER-NOME-VINCULO
533330         THRU 3620-OBTER-NOME-VINCULO-EXIT
533340     MOVE SPACES TO ARV-TEXTO(QTD-ARVORE-TAB)
533350     STRING ID-NO-ARVORE DELIMITED BY SIZE
533360             " "          DELIMITED BY SIZE
533370             NOME-VINCULO DELIMITED BY SIZE
533380         INTO ARV-TEXTO(QTD-ARVORE-TAB)
533390         WITH POINTER PONTEIRO-ARVORE
533400     END-STRING
533410     MOVE ZERO TO ARV-DIRETAS(QTD-ARVORE-TAB)
533420     MOVE ZERO TO ARV-TOTAL(QTD-ARVORE-TAB)
533430     IF TOPO-PILHA > ZERO
533440         ADD 1 TO ARV-DIRETAS(PILHA-LINHA(TOPO-PILHA))
533450     END-IF
533460     ADD 1 TO TOPO-PILHA
533470     MOVE ID-NO-ARVORE   TO PILHA-ID(TOPO-PILHA)
533480     MOVE 1              TO PILHA-PROXIMO(TOPO-PILHA)
533490     MOVE QTD-ARVORE-TAB TO PILHA-LINHA(TOPO-PILHA).
533500 8830-EMPILHAR-PESSOA-EXIT.
533510     EXIT.
533520
533530 8840-IMPRIMIR-LINHA-ARVORE.
533540     MOVE ARV-TEXTO(INDICE-ARVORE)   TO LIN-IND-TEXTO
533550     MOVE ARV-DIRETAS(INDICE-ARVORE) TO LIN-IND-DIRETAS
533560     MOVE ARV-TOTAL(INDICE-ARVORE)   TO LIN-IND-TOTAL
533570     MOVE LINHA-INDICACAO TO REGISTRO-INDICACAO
533580     WRITE REGISTRO-INDICACAO.
533590 8840-IMPRIMIR-LINHA-ARVORE-EXIT.
533600     EXIT.
533610
533620*================================================================
533630* 3700-MANTER-DATAS
533640* Manutencao das datas pessoais recorrentes de uma pessoa ja
533650* cadastrada (aniversario, casamento, formatura...), em sub-menu
533660* proprio: listar, incluir, alterar e remover registros de
533670* datas.txt. Dia e mes sao obrigatorios; o ano e opcional e fica
533680* zero quando nao se sabe.
533690*================================================================
533700 3700-MANTER-DATAS.
533710     DISPLAY "Informe o ID da pessoa: "
533720     ACCEPT ID-INFORMADO
533730
533740     OPEN INPUT ARQUIVO-PESSOAS
533750     MOVE ID-INFORMADO TO PESSOA-ID
533760     READ ARQUIVO-PESSOAS
533770         INVALID KEY
533780             DISPLAY "Pessoa não encontrada."
533790             CLOSE ARQUIVO-PESSOAS
533800             GO TO 3700-MANTER-DATAS-EXIT
533810     END-READ
533820     DISPLAY "Datas pessoais de " NOME
533830     CLOSE ARQUIVO-PESSOAS
533840
533850     MOVE "N" TO INDICADOR-FIM-MENU-DATAS
533860     PERFORM 3710-EXIBIR-MENU-DATAS
533870         THRU 3710-EXIBIR-MENU-DATAS-EXIT
533880         UNTIL FIM-MENU-DATAS.
533890 3700-MANTER-DATAS-EXIT.
533900     EXIT.
533910
533920 3710-EXIBIR-MENU-DATAS.
533930     DISPLAY "--- Datas pessoais ---"
533940     DISPLAY "1 - Listar"
533950     DISPLAY "2 - Incluir"
533960     DISPLAY "3 - Alterar"
533970     DISPLAY "4 - Remover"
533980     DISPLAY "5 - Voltar"
533990     DISPLAY "Escolha uma opção: "
534000     ACCEPT OPCAO-DATA-PESSOAL
534010
534020     EVALUATE OPCAO-DATA-PESSOAL
534030         WHEN 1
534040             PERFORM 3720-LISTAR-DATAS
534050                 THRU 3720-LISTAR-DATAS-EXIT
534060         WHEN 2
534070             PERFORM 3730-INCLUIR-DATA
534080                 THRU 3730-INCLUIR-DATA-EXIT
534090         WHEN 3
534100             PERFORM 3740-ALTERAR-DATA
534110                 THRU 3740-ALTERAR-DATA-EXIT
534120         WHEN 4
534130             PERFORM 3750-REMOVER-DATA
534140                 THRU 3750-REMOVER-DATA-EXIT
534150         WHEN 5
534160             SET FIM-MENU-DATAS TO TRUE
534170         WHEN OTHER
534180             DISPLAY "Opção inválida!"
534190     END-EVALUATE.
534200 3710-EXIBIR-MENU-DATAS-EXIT.
534210     EXIT.
534220
534230 3720-LISTAR-DATAS.
534240     PERFORM 3760-ABRIR-DATAS-IO
534250         THRU 3760-ABRIR-DATAS-IO-EXIT
534260     MOVE "N" TO INDICADOR-FIM-DATAS
534270     MOVE ID-INFORMADO TO DATAP-PESSOA-ID
534280     MOVE ZEROS TO DATAP-SEQUENCIA
534290     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
534300         INVALID KEY
534310             SET FIM-DATAS TO TRUE
534320     END-START
534330
534340     MOVE ZERO TO QTD-ENCONTRADOS
534350     PERFORM 3725-LER-E-EXIBIR-DATA
534360         THRU 3725-LER-E-EXIBIR-DATA-EXIT
534370         UNTIL FIM-DATAS
534380
534390     CLOSE ARQUIVO-DATAS
534400
534410     IF QTD-ENCONTRADOS = ZERO
534420         DISPLAY "Nenhuma data pessoal cadastrada."
534430     END-IF.
534440 3720-LISTAR-DATAS-EXIT.
534450     EXIT.
534460
534470 3725-LER-E-EXIBIR-DATA.
534480     READ ARQUIVO-DATAS NEXT RECORD
534490         AT END
534500             SET FIM-DATAS TO TRUE
534510         NOT AT END
534520             IF DATAP-PESSOA-ID = ID-INFORMADO
534530                 ADD 1 TO QTD-ENCONTRADOS
534540                 MOVE DATAP-DIA TO DIA-DATA-PESSOAL
534550                 MOVE DATAP-MES TO MES-DATA-PESSOAL
534560                 MOVE DATAP-ANO TO ANO-DATA-PESSOAL
534570                 PERFORM 3738-FORMATAR-DATA-PESSOAL
534580                     THRU 3738-FORMATAR-DATA-PESSOAL-EXIT
534590                 DISPLAY DATAP-SEQUENCIA ": " DATAP-TIPO " "
534600                     DATA-PESSOAL-FORMATADA " " DATAP-NOTA
534610             ELSE
534620                 SET FIM-DATAS TO TRUE
534630             END-IF
534640     END-READ.
534650 3725-LER-E-EXIBIR-DATA-EXIT.
534660     EXIT.
534670
534680 3730-INCLUIR-DATA.
534690     MOVE "N" TO INDICADOR-TIPO-DATA
534700     PERFORM 3735-OBTER-TIPO-DATA
534710         THRU 3735-OBTER-TIPO-DATA-EXIT
534720         UNTIL TIPO-DATA-VALIDO
534730     MOVE "N" TO INDICADOR-DATA-VALIDA
534740     PERFORM 3737-OBTER-DATA-PESSOAL
534750         THRU 3737-OBTER-DATA-PESSOAL-EXIT
534760         UNTIL DATA-VALIDA
534770     DISPLAY "Nota (opcional): "
534780     MOVE SPACES TO NOTA-DATA-INPUT
534790     ACCEPT NOTA-DATA-INPUT
534800
534810     PERFORM 3760-ABRIR-DATAS-IO
534820         THRU 3760-ABRIR-DATAS-IO-EXIT
534830     MOVE ID-INFORMADO TO ID-DATA-BUSCA
534840     PERFORM 3780-OBTER-SEQUENCIA-DATA
534850         THRU 3780-OBTER-SEQUENCIA-DATA-EXIT
534860     IF SEQUENCIA-LIVRE-DATA = ZERO
534870         DISPLAY "Limite de datas pessoais da pessoa atingido."
534880         CLOSE ARQUIVO-DATAS
534890         GO TO 3730-INCLUIR-DATA-EXIT
534900     END-IF
534910
534920     MOVE ID-INFORMADO         TO DATAP-PESSOA-ID
534930     MOVE SEQUENCIA-LIVRE-DATA TO DATAP-SEQUENCIA
534940     MOVE TIPO-DATA-INPUT      TO DATAP-TIPO
534950     MOVE DIA-DATA-PESSOAL     TO DATAP-DIA
534960     MOVE MES-DATA-PESSOAL     TO DATAP-MES
534970     MOVE ANO-DATA-PESSOAL     TO DATAP-ANO
534980     MOVE NOTA-DATA-INPUT      TO DATAP-NOTA
534990     WRITE REGISTRO-DATA-PESSOAL
535000         INVALID KEY
535010             DISPLAY "Erro ao gravar data pessoal."
535020             CLOSE ARQUIVO-DATAS
535030             GO TO 3730-INCLUIR-DATA-EXIT
535040     END-WRITE
535050     CLOSE ARQUIVO-DATAS
535060
535070     DISPLAY "Data pessoal incluída com sucesso!".
535080 3730-INCLUIR-DATA-EXIT.
535090     EXIT.
535100
535110 3735-OBTER-TIPO-DATA.
535120     DISPLAY "Tipo (ANIVERSARIO/CASAMENTO/FORMATURA/"
535130         "FALECIMENTO/OUTRA): "
535140     ACCEPT TIPO-DATA-INPUT
535150     MOVE TIPO-DATA-INPUT TO CAMPO-PARA-CONVERTER
535160     PERFORM 9600-CONVERTER-MAIUSCULAS
535170         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
535180     MOVE CAMPO-CONVERTIDO(1:12) TO TIPO-DATA-INPUT
535190
535200     MOVE "N" TO INDICADOR-TIPO-DATA
535210     PERFORM 3736-COMPARAR-TIPO-DATA
535220         THRU 3736-COMPARAR-TIPO-DATA-EXIT
535230         VARYING INDICE-TIPO-DATA FROM 1 BY 1
535240         UNTIL INDICE-TIPO-DATA > 5 OR TIPO-DATA-VALIDO
535250     IF NOT TIPO-DATA-VALIDO
535260         DISPLAY "Tipo inválido. Escolha uma das opções "
535270             "listadas."
535280     END-IF.
535290 3735-OBTER-TIPO-DATA-EXIT.
535300     EXIT.
535310
535320 3736-COMPARAR-TIPO-DATA.
535330     IF TIPO-DATA-INPUT = TIPO-DATA-TAB(INDICE-TIPO-DATA)
535340         SET TIPO-DATA-VALIDO TO TRUE
535350     END-IF.
535360 3736-COMPARAR-TIPO-DATA-EXIT.
535370     EXIT.
535380
535390*================================================================
535400* 3737-OBTER-DATA-PESSOAL
535410* Pede a data como DD/MM ou DD/MM/AAAA e a valida por 8000. Sem o
535420* ano, valida o dia e o mes contra 2000, ano bissexto, para que
535430* 29/02 seja aceito; o ano fica zero. Devolve a data em
535440* DIA-/MES-/ANO-DATA-PESSOAL com DATA-VALIDA ligado.
535450*================================================================
535460 3737-OBTER-DATA-PESSOAL.
535470     DISPLAY "Data (DD/MM, ou DD/MM/AAAA se souber o ano): "
535480     MOVE SPACES TO DATA-PESSOAL-INPUT
535490     ACCEPT DATA-PESSOAL-INPUT
535500     MOVE SPACES TO DATA-INPUT
535510     IF DATA-PESSOAL-INPUT(6:5) = SPACES
535520         STRING DATA-PESSOAL-INPUT(1:5) DELIMITED BY SIZE
535530                 "/2000"                 DELIMITED BY SIZE
535540             INTO DATA-INPUT
535550     ELSE
535560         MOVE DATA-PESSOAL-INPUT TO DATA-INPUT
535570     END-IF
535580     PERFORM 8000-VALIDAR-DATA
535590         THRU 8000-VALIDAR-DATA-EXIT
535600     IF NOT DATA-VALIDA
535610         DISPLAY "Data inválida. Informe uma data real "
535620             "no formato DD/MM ou DD/MM/AAAA."
535630         GO TO 3737-OBTER-DATA-PESSOAL-EXIT
535640     END-IF
535650     MOVE DIA-NUM TO DIA-DATA-PESSOAL
535660     MOVE MES-NUM TO MES-DATA-PESSOAL
535670     IF DATA-PESSOAL-INPUT(6:5) = SPACES
535680         MOVE ZERO TO ANO-DATA-PESSOAL
535690     ELSE
535700         MOVE ANO-NUM TO ANO-DATA-PESSOAL
535710     END-IF.
535720 3737-OBTER-DATA-PESSOAL-EXIT.
535730     EXIT.
535740
535750 3738-FORMATAR-DATA-PESSOAL.
535760     MOVE SPACES TO DATA-PESSOAL-FORMATADA
535770     IF ANO-DATA-PESSOAL = ZERO
535780         STRING DIA-DATA-PESSOAL DELIMITED BY SIZE
535790                 "/"              DELIMITED BY SIZE
535800                 MES-DATA-PESSOAL DELIMITED BY SIZE
535810             INTO DATA-PESSOAL-FORMATADA
535820     ELSE
535830         STRING DIA-DATA-PESSOAL DELIMITED BY SIZE
535840                 "/"              DELIMITED BY SIZE
535850                 MES-DATA-PESSOAL DELIMITED BY SIZE
535860                 "/"              DELIMITED BY SIZE
535870                 ANO-DATA-PESSOAL DELIMITED BY SIZE
535880             INTO DATA-PESSOAL-FORMATADA
535890     END-IF.
535900 3738-FORMATAR-DATA-PESSOAL-EXIT.
535910     EXIT.
535920
535930 3740-ALTERAR-DATA.
535940     DISPLAY "Sequência da data (ver opção Listar): "
535950     ACCEPT SEQUENCIA-DATA-INPUT
535960
535970     PERFORM 3760-ABRIR-DATAS-IO
535980         THRU 3760-ABRIR-DATAS-IO-EXIT
535990     MOVE ID-INFORMADO         TO DATAP-PESSOA-ID
536000     MOVE SEQUENCIA-DATA-INPUT TO DATAP-SEQUENCIA
536010     READ ARQUIVO-DATAS
536020         INVALID KEY
536030             DISPLAY "Data pessoal não encontrada."
536040             CLOSE ARQUIVO-DATAS
536050             GO TO 3740-ALTERAR-DATA-EXIT
536060     END-READ
536070
536080     MOVE DATAP-DIA TO DIA-DATA-PESSOAL
536090     MOVE DATAP-MES TO MES-DATA-PESSOAL
536100     MOVE DATAP-ANO TO ANO-DATA-PESSOAL
536110     PERFORM 3738-FORMATAR-DATA-PESSOAL
536120         THRU 3738-FORMATAR-DATA-PESSOAL-EXIT
536130     DISPLAY "Atual: " DATAP-TIPO " " DATA-PESSOAL-FORMATADA " "
536140         DATAP-NOTA
536150     MOVE "N" TO INDICADOR-TIPO-DATA
536160     PERFORM 3735-OBTER-TIPO-DATA
536170         THRU 3735-OBTER-TIPO-DATA-EXIT
536180         UNTIL TIPO-DATA-VALIDO
536190     MOVE "N" TO INDICADOR-DATA-VALIDA
536200     PERFORM 3737-OBTER-DATA-PESSOAL
536210         THRU 3737-OBTER-DATA-PESSOAL-EXIT
536220         UNTIL DATA-VALIDA
536230     DISPLAY "Nova nota (em branco mantém a atual): "
536240     MOVE SPACES TO NOTA-DATA-INPUT
536250     ACCEPT NOTA-DATA-INPUT
536260
536270     MOVE TIPO-DATA-INPUT  TO DATAP-TIPO
536280     MOVE DIA-DATA-PESSOAL TO DATAP-DIA
536290     MOVE MES-DATA-PESSOAL TO DATAP-MES
536300     MOVE ANO-DATA-PESSOAL TO DATAP-ANO
536310     IF NOTA-DATA-INPUT NOT = SPACES
536320         MOVE NOTA-DATA-INPUT TO DATAP-NOTA
536330     END-IF
536340     REWRITE REGISTRO-DATA-PESSOAL
536350         INVALID KEY
536360             DISPLAY "Erro ao atualizar data pessoal."
536370     END-REWRITE
536380     CLOSE ARQUIVO-DATAS
536390
536400     DISPLAY "Data pessoal atualizada com sucesso!".
536410 3740-ALTERAR-DATA-EXIT.
536420     EXIT.
536430
536440 3750-REMOVER-DATA.
536450     DISPLAY "Sequência da data (ver opção Listar): "
536460     ACCEPT SEQUENCIA-DATA-INPUT
536470
536480     PERFORM 3760-ABRIR-DATAS-IO
536490         THRU 3760-ABRIR-DATAS-IO-EXIT
536500     MOVE ID-INFORMADO         TO DATAP-PESSOA-ID
536510     MOVE SEQUENCIA-DATA-INPUT TO DATAP-SEQUENCIA
536520     READ ARQUIVO-DATAS
536530         INVALID KEY
536540             DISPLAY "Data pessoal não encontrada."
536550             CLOSE ARQUIVO-DATAS
536560             GO TO 3750-REMOVER-DATA-EXIT
536570     END-READ
536580
536590     DISPLAY "Confirma remoção de " DATAP-TIPO " (S/N)? "
536600     ACCEPT RESPOSTA
536610     IF NOT RESPOSTA-SIM
536620         DISPLAY "Remoção cancelada."
536630         CLOSE ARQUIVO-DATAS
536640         GO TO 3750-REMOVER-DATA-EXIT
536650     END-IF
536660
536670     DELETE ARQUIVO-DATAS
536680         INVALID KEY
536690             DISPLAY "Erro ao remover data pessoal."
536700     END-DELETE
536710     CLOSE ARQUIVO-DATAS
536720
536730     DISPLAY "Data pessoal removida com sucesso!".
536740 3750-REMOVER-DATA-EXIT.
536750     EXIT.
536760
536770*================================================================
536780* 3760-ABRIR-DATAS-IO / 6308-ABRIR-ARQDATAS-IO
536790* Abrem datas.txt e arqdatas.txt em I-O, criando-os vazios quando
536800* ainda nao existem, como 3470/6306 fazem com os demais.
536810*================================================================
536820 3760-ABRIR-DATAS-IO.
536830     OPEN I-O ARQUIVO-DATAS
536840     IF STATUS-DATAS = "35"
536850         OPEN OUTPUT ARQUIVO-DATAS
536860         CLOSE ARQUIVO-DATAS
536870         OPEN I-O ARQUIVO-DATAS
536880     END-IF.
536890 3760-ABRIR-DATAS-IO-EXIT.
536900     EXIT.
536910
536920 6308-ABRIR-ARQDATAS-IO.
536930     OPEN I-O ARQUIVO-ARQ-DATAS
536940     IF STATUS-ARQ-DATAS = "35"
536950         OPEN OUTPUT ARQUIVO-ARQ-DATAS
536960         CLOSE ARQUIVO-ARQ-DATAS
536970         OPEN I-O ARQUIVO-ARQ-DATAS
536980     END-IF.
536990 6308-ABRIR-ARQDATAS-IO-EXIT.
537000     EXIT.
537010
537020*================================================================
537030* 3780-OBTER-SEQUENCIA-DATA
537040* Localiza, com ARQUIVO-DATAS ja aberto, a proxima sequencia
537050* livre para o ID em ID-DATA-BUSCA. Zero quando as 99 sequencias
537060* da pessoa ja estao em uso.
537070*================================================================
537080 3780-OBTER-SEQUENCIA-DATA.
537090     MOVE ZERO TO SEQUENCIA-LIVRE-DATA
537100     MOVE "N" TO INDICADOR-FIM-DATAS
537110     MOVE ID-DATA-BUSCA TO DATAP-PESSOA-ID
537120     MOVE ZEROS         TO DATAP-SEQUENCIA
537130     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
537140         INVALID KEY
537150             SET FIM-DATAS TO TRUE
537160     END-START
537170     PERFORM 3785-LER-SEQUENCIA-DATA
537180         THRU 3785-LER-SEQUENCIA-DATA-EXIT
537190         UNTIL FIM-DATAS
537200     IF SEQUENCIA-LIVRE-DATA = 99
537210         MOVE ZERO TO SEQUENCIA-LIVRE-DATA
537220     ELSE
537230         ADD 1 TO SEQUENCIA-LIVRE-DATA
537240     END-IF.
537250 3780-OBTER-SEQUENCIA-DATA-EXIT.
537260     EXIT.
537270
537280 3785-LER-SEQUENCIA-DATA.
537290     READ ARQUIVO-DATAS NEXT RECORD
537300         AT END
537310             SET FIM-DATAS TO TRUE
537320         NOT AT END
537330             IF DATAP-PESSOA-ID = ID-DATA-BUSCA
537340                 MOVE DATAP-SEQUENCIA TO SEQUENCIA-LIVRE-DATA
537350             ELSE
537360                 SET FIM-DATAS TO TRUE
537370             END-IF
537380     END-READ.
537390 3785-LER-SEQUENCIA-DATA-EXIT.
537400     EXIT.
537410
537420*================================================================
537430* 6180-MOVER-DATAS-MERGE
537440* Passa para o sobrevivente, uma a uma, as datas pessoais do
537450* perdedor, cada uma com a proxima sequencia livre do
537460* sobrevivente. Sem sequencia livre a data fica no perdedor e
537470* aparece depois no relatorio de orfaos.
537480*================================================================
537490 6180-MOVER-DATAS-MERGE.
537500     PERFORM 3760-ABRIR-DATAS-IO
537510         THRU 3760-ABRIR-DATAS-IO-EXIT
537520     MOVE ZERO TO CONTADOR-DATAS-MOVIDAS
537530     SET MERGE-PENDENTE TO TRUE
537540     PERFORM 6185-MOVER-UMA-DATA
537550         THRU 6185-MOVER-UMA-DATA-EXIT
537560         UNTIL NOT MERGE-PENDENTE
537570     CLOSE ARQUIVO-DATAS.
537580 6180-MOVER-DATAS-MERGE-EXIT.
537590     EXIT.
537600
537610 6185-MOVER-UMA-DATA.
537620     MOVE "N" TO INDICADOR-MERGE-PENDENTE
537630     MOVE ID-PERDEDOR TO DATAP-PESSOA-ID
537640     MOVE ZEROS TO DATAP-SEQUENCIA
537650     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
537660         INVALID KEY
537670             GO TO 6185-MOVER-UMA-DATA-EXIT
537680     END-START
537690     READ ARQUIVO-DATAS NEXT RECORD
537700         AT END
537710             GO TO 6185-MOVER-UMA-DATA-EXIT
537720     END-READ
537730     IF DATAP-PESSOA-ID NOT = ID-PERDEDOR
537740         GO TO 6185-MOVER-UMA-DATA-EXIT
537750     END-IF
537760
537770     MOVE DATAP-TIPO TO GUARDA-DATA-TIPO
537780     MOVE DATAP-DIA  TO GUARDA-DATA-DIA
537790     MOVE DATAP-MES  TO GUARDA-DATA-MES
537800     MOVE DATAP-ANO  TO GUARDA-DATA-ANO
537810     MOVE DATAP-NOTA TO GUARDA-DATA-NOTA
537820     MOVE ID-SOBREVIVENTE TO ID-DATA-BUSCA
537830     PERFORM 3780-OBTER-SEQUENCIA-DATA
537840         THRU 3780-OBTER-SEQUENCIA-DATA-EXIT
537850     IF SEQUENCIA-LIVRE-DATA = ZERO
537860         DISPLAY "Sem sequência livre para datas pessoais no ID "
537870             ID-SOBREVIVENTE
537880         GO TO 6185-MOVER-UMA-DATA-EXIT
537890     END-IF
537900
537910     MOVE ID-PERDEDOR TO DATAP-PESSOA-ID
537920     MOVE ZEROS TO DATAP-SEQUENCIA
537930     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
537940         INVALID KEY
537950             GO TO 6185-MOVER-UMA-DATA-EXIT
537960     END-START
537970     READ ARQUIVO-DATAS NEXT RECORD
537980         AT END
537990             GO TO 6185-MOVER-UMA-DATA-EXIT
538000     END-READ
538010     DELETE ARQUIVO-DATAS
538020         INVALID KEY
538030             DISPLAY "Erro ao retirar data pessoal do ID "
538040                 ID-PERDEDOR
538050             GO TO 6185-MOVER-UMA-DATA-EXIT
538060     END-DELETE
538070
538080     MOVE ID-SOBREVIVENTE      TO DATAP-PESSOA-ID
538090     MOVE SEQUENCIA-LIVRE-DATA TO DATAP-SEQUENCIA
538100     MOVE GUARDA-DATA-TIPO     TO DATAP-TIPO
538110     MOVE GUARDA-DATA-DIA      TO DATAP-DIA
538120     MOVE GUARDA-DATA-MES      TO DATAP-MES
538130     MOVE GUARDA-DATA-ANO      TO DATAP-ANO
538140     MOVE GUARDA-DATA-NOTA     TO DATAP-NOTA
538150     WRITE REGISTRO-DATA-PESSOAL
538160         INVALID KEY
538170             DISPLAY "Erro ao regravar data pessoal no ID "
538180                 ID-SOBREVIVENTE
538190     END-WRITE
538200     ADD 1 TO CONTADOR-DATAS-MOVIDAS
538210     SET MERGE-PENDENTE TO TRUE.
538220 6185-MOVER-UMA-DATA-EXIT.
538230     EXIT.
538240
538250 6240-EXCLUIR-UMA-DATA.
538260     MOVE "N" TO INDICADOR-FILHO-PENDENTE
538270     MOVE ID-FILHOS-ALVO TO DATAP-PESSOA-ID
538280     MOVE ZEROS TO DATAP-SEQUENCIA
538290     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
538300         INVALID KEY
538310             GO TO 6240-EXCLUIR-UMA-DATA-EXIT
538320     END-START
538330     READ ARQUIVO-DATAS NEXT RECORD
538340         AT END
538350             GO TO 6240-EXCLUIR-UMA-DATA-EXIT
538360     END-READ
538370     IF DATAP-PESSOA-ID NOT = ID-FILHOS-ALVO
538380         GO TO 6240-EXCLUIR-UMA-DATA-EXIT
538390     END-IF
538400     DELETE ARQUIVO-DATAS
538410         INVALID KEY
538420             DISPLAY "Erro ao excluir data pessoal do ID "
538430                 ID-FILHOS-ALVO
538440             GO TO 6240-EXCLUIR-UMA-DATA-EXIT
538450     END-DELETE
538460     ADD 1 TO CONTADOR-DATAS-FILHOS
538470     SET FILHO-PENDENTE TO TRUE.
538480 6240-EXCLUIR-UMA-DATA-EXIT.
538490     EXIT.
538500
538510*================================================================
538520* 6340-ARQUIVAR-DATAS
538530* Leva para arqdatas.txt as datas pessoais do PESSOA-ID em
538540* ID-FILHOS-ALVO, como 6320 faz com os dados de contato.
538550*================================================================
538560 6340-ARQUIVAR-DATAS.
538570     PERFORM 3760-ABRIR-DATAS-IO
538580         THRU 3760-ABRIR-DATAS-IO-EXIT
538590     PERFORM 6308-ABRIR-ARQDATAS-IO
538600         THRU 6308-ABRIR-ARQDATAS-IO-EXIT
538610     MOVE ZERO TO CONTADOR-DATAS-FILHOS
538620     SET FILHO-PENDENTE TO TRUE
538630     PERFORM 6345-ARQUIVAR-UMA-DATA
538640         THRU 6345-ARQUIVAR-UMA-DATA-EXIT
538650         UNTIL NOT FILHO-PENDENTE
538660     CLOSE ARQUIVO-DATAS
538670     CLOSE ARQUIVO-ARQ-DATAS.
538680 6340-ARQUIVAR-DATAS-EXIT.
538690     EXIT.
538700
538710 6345-ARQUIVAR-UMA-DATA.
538720     MOVE "N" TO INDICADOR-FILHO-PENDENTE
538730     MOVE ID-FILHOS-ALVO TO DATAP-PESSOA-ID
538740     MOVE ZEROS TO DATAP-SEQUENCIA
538750     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
538760         INVALID KEY
538770             GO TO 6345-ARQUIVAR-UMA-DATA-EXIT
538780     END-START
538790     READ ARQUIVO-DATAS NEXT RECORD
538800         AT END
538810             GO TO 6345-ARQUIVAR-UMA-DATA-EXIT
538820     END-READ
538830     IF DATAP-PESSOA-ID NOT = ID-FILHOS-ALVO
538840         GO TO 6345-ARQUIVAR-UMA-DATA-EXIT
538850     END-IF
538860     MOVE REGISTRO-DATA-PESSOAL TO REGISTRO-ARQ-DATA
538870     WRITE REGISTRO-ARQ-DATA
538880         INVALID KEY
538890             DISPLAY "Data pessoal do ID " ID-FILHOS-ALVO
538900                 " já existia no arquivo morto."
538910     END-WRITE
538920     DELETE ARQUIVO-DATAS
538930         INVALID KEY
538940             DISPLAY "Erro ao retirar data pessoal do ID "
538950                 ID-FILHOS-ALVO
538960             GO TO 6345-ARQUIVAR-UMA-DATA-EXIT
538970     END-DELETE
538980     ADD 1 TO CONTADOR-DATAS-FILHOS
538990     SET FILHO-PENDENTE TO TRUE.
539000 6345-ARQUIVAR-UMA-DATA-EXIT.
539010     EXIT.
539020
539030*================================================================
539040* 6395-RESTAURAR-DATAS
539050* Traz de volta de arqdatas.txt as datas pessoais do PESSOA-ID em
539060* ID-FILHOS-ALVO, como 6370 faz com os dados de contato.
539070*================================================================
539080 6395-RESTAURAR-DATAS.
539090     PERFORM 3760-ABRIR-DATAS-IO
539100         THRU 3760-ABRIR-DATAS-IO-EXIT
539110     PERFORM 6308-ABRIR-ARQDATAS-IO
539120         THRU 6308-ABRIR-ARQDATAS-IO-EXIT
539130     MOVE ZERO TO CONTADOR-DATAS-FILHOS
539140     SET FILHO-PENDENTE TO TRUE
539150     PERFORM 6396-RESTAURAR-UMA-DATA
539160         THRU 6396-RESTAURAR-UMA-DATA-EXIT
539170         UNTIL NOT FILHO-PENDENTE
539180     CLOSE ARQUIVO-DATAS
539190     CLOSE ARQUIVO-ARQ-DATAS.
539200 6395-RESTAURAR-DATAS-EXIT.
539210     EXIT.
539220
539230 6396-RESTAURAR-UMA-DATA.
539240     MOVE "N" TO INDICADOR-FILHO-PENDENTE
539250     MOVE ID-FILHOS-ALVO TO ARQDT-PESSOA-ID
539260     MOVE ZEROS TO ARQDT-SEQUENCIA
539270     START ARQUIVO-ARQ-DATAS KEY IS NOT LESS THAN ARQDT-CHAVE
539280         INVALID KEY
539290             GO TO 6396-RESTAURAR-UMA-DATA-EXIT
539300     END-START
539310     READ ARQUIVO-ARQ-DATAS NEXT RECORD
539320         AT END
539330             GO TO 6396-RESTAURAR-UMA-DATA-EXIT
539340     END-READ
539350     IF ARQDT-PESSOA-ID NOT = ID-FILHOS-ALVO
539360         GO TO 6396-RESTAURAR-UMA-DATA-EXIT
539370     END-IF
539380     MOVE REGISTRO-ARQ-DATA TO REGISTRO-DATA-PESSOAL
539390     WRITE REGISTRO-DATA-PESSOAL
539400         INVALID KEY
539410             DISPLAY "Data pessoal do ID " ID-FILHOS-ALVO
539420                 " já existia no cadastro vivo."
539430     END-WRITE
539440     DELETE ARQUIVO-ARQ-DATAS
539450         INVALID KEY
539460             DISPLAY "Erro ao retirar data pessoal do "
539470                 "arquivo morto."
539480             GO TO 6396-RESTAURAR-UMA-DATA-EXIT
539490     END-DELETE
539500     ADD 1 TO CONTADOR-DATAS-FILHOS
539510     SET FILHO-PENDENTE TO TRUE.
539520 6396-RESTAURAR-UMA-DATA-EXIT.
539530     EXIT.
539540
539550*================================================================
539560* 6450-VERIFICAR-DATAS-ORFAS
539570* Parte de 6400 para datas.txt: grava em orfaos.lst as datas
539580* pessoais cujo PESSOA-ID nao esta no cadastro vivo nem no
539590* arquivo morto.
539600*================================================================
539610 6450-VERIFICAR-DATAS-ORFAS.
539620     MOVE ZERO TO ID-ORFAO-CORRENTE
539630     MOVE "N" TO INDICADOR-PESSOA-EXISTE
539640     PERFORM 3760-ABRIR-DATAS-IO
539650         THRU 3760-ABRIR-DATAS-IO-EXIT
539660     MOVE "N" TO INDICADOR-FIM-DATAS
539670     MOVE ZEROS TO DATAP-PESSOA-ID
539680     MOVE ZEROS TO DATAP-SEQUENCIA
539690     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
539700         INVALID KEY
539710             SET FIM-DATAS TO TRUE
539720     END-START
539730     PERFORM 6455-VERIFICAR-DATA-ORFA
539740         THRU 6455-VERIFICAR-DATA-ORFA-EXIT
539750         UNTIL FIM-DATAS
539760     CLOSE ARQUIVO-DATAS.
539770 6450-VERIFICAR-DATAS-ORFAS-EXIT.
539780     EXIT.
539790
539800 6455-VERIFICAR-DATA-ORFA.
539810     READ ARQUIVO-DATAS NEXT RECORD
539820         AT END
539830             SET FIM-DATAS TO TRUE
539840         NOT AT END
539850             IF DATAP-PESSOA-ID NOT = ID-ORFAO-CORRENTE
539860                 MOVE DATAP-PESSOA-ID TO ID-ORFAO-CORRENTE
539870                 PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
539880                     THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
539890             END-IF
539900             IF NOT PESSOA-EXISTE
539910                 ADD 1 TO CONTADOR-ORFAOS-DATAS
539920                 MOVE SPACES TO REGISTRO-ORFAO
539930                 STRING "ID "            DELIMITED BY SIZE
539940                         DATAP-PESSOA-ID DELIMITED BY SIZE
539950                         " data pessoal " DELIMITED BY SIZE
539960                         DATAP-TIPO      DELIMITED BY SIZE
539970                         " seq "         DELIMITED BY SIZE
539980                         DATAP-SEQUENCIA DELIMITED BY SIZE
539990                     INTO REGISTRO-ORFAO
540000                 WRITE REGISTRO-ORFAO
540010             END-IF
540020     END-READ.
540030 6455-VERIFICAR-DATA-ORFA-EXIT.
540040     EXIT.
540050
540060*================================================================
540070* 8402-OBTER-DIAS-AGENDA
540080* Janela de datas pessoais da agenda, em dias a partir de hoje:
540090* de 1 a 3 digitos no inicio de PARM-VALOR (colunas 21-30 da
540100* linha de parametro), de 1 a 366; em branco vale 7.
540105* O filtro de carteira vem de PARM-VALOR2 (4318).
540110*================================================================
540120 8402-OBTER-DIAS-AGENDA.
540130     MOVE 7 TO DIAS-AGENDA
540140     EVALUATE TRUE
540150         WHEN PARM-VALOR = SPACES
540160             CONTINUE
540170         WHEN PARM-VALOR(1:3) NUMERIC AND PARM-VALOR(4:7) = SPACES
540180             MOVE PARM-VALOR(1:3) TO DIAS-AGENDA
540190         WHEN PARM-VALOR(1:2) NUMERIC AND PARM-VALOR(3:8) = SPACES
540200             MOVE PARM-VALOR(1:2) TO DIAS-AGENDA
540210         WHEN PARM-VALOR(1:1) NUMERIC AND PARM-VALOR(2:9) = SPACES
540220             MOVE PARM-VALOR(1:1) TO DIAS-AGENDA
540230         WHEN OTHER
540240             MOVE ZERO TO DIAS-AGENDA
540250     END-EVALUATE
540260     IF DIAS-AGENDA < 1 OR DIAS-AGENDA > 366
540270         DISPLAY "Dias inválidos para AGENDA: " PARM-VALOR
540280         SET ERRO-FUNCAO TO TRUE
540290         MOVE "dias invalidos para AGENDA" TO TEXTO-LOG-LOTE
540300     END-IF
540302     PERFORM 4318-OBTER-FILTRO-LOTE
540304         THRU 4318-OBTER-FILTRO-LOTE-EXIT.
540310 8402-OBTER-DIAS-AGENDA-EXIT.
540320     EXIT.
540330
540340*================================================================
540350* 8404-CALCULAR-LIMITE-AGENDA
540360* Poe em DATA-LIMITE-AGENDA a data de hoje mais DIAS-AGENDA dias,
540370* avancando um dia por vez com as regras de calendario de 8000.
540380*================================================================
540390 8404-CALCULAR-LIMITE-AGENDA.
540400     MOVE DATA-DE-HOJE TO DATA-LIMITE-AGENDA
540410     PERFORM 8406-AVANCAR-DIA-LIMITE
540420         THRU 8406-AVANCAR-DIA-LIMITE-EXIT
540430         VARYING CONTADOR-DIAS-AGENDA FROM 1 BY 1
540440         UNTIL CONTADOR-DIAS-AGENDA > DIAS-AGENDA.
540450 8404-CALCULAR-LIMITE-AGENDA-EXIT.
540460     EXIT.
540470
540480 8406-AVANCAR-DIA-LIMITE.
540490     ADD 1 TO DIA-LIMITE-AGENDA
540500     MOVE SPACES TO DATA-INPUT
540510     STRING DIA-LIMITE-AGENDA DELIMITED BY SIZE
540520             "/"               DELIMITED BY SIZE
540530             MES-LIMITE-AGENDA DELIMITED BY SIZE
540540             "/"               DELIMITED BY SIZE
540550             ANO-LIMITE-AGENDA DELIMITED BY SIZE
540560         INTO DATA-INPUT
540570     PERFORM 8000-VALIDAR-DATA
540580         THRU 8000-VALIDAR-DATA-EXIT
540590     IF NOT DATA-VALIDA
540600         MOVE 1 TO DIA-LIMITE-AGENDA
540610         ADD 1 TO MES-LIMITE-AGENDA
540620         IF MES-LIMITE-AGENDA > 12
540630             MOVE 1 TO MES-LIMITE-AGENDA
540640             ADD 1 TO ANO-LIMITE-AGENDA
540650         END-IF
540660     END-IF.
540670 8406-AVANCAR-DIA-LIMITE-EXIT.
540680     EXIT.
540690
540700*================================================================
540710* 8430-DATAS-PESSOAIS-AGENDA
540720* Segunda parte de agenda.lst: as datas pessoais de datas.txt e
540730* os aniversarios de encontro (DATA-CONHECEU) que caem de hoje
540740* ate DATA-LIMITE-AGENDA, em ordem de data, com os anos
540750* completados quando o ano e conhecido. Substitui a rodada
540760* separada do relatorio de aniversarios. Pessoas e agenda ja
540770* abertos pelo chamador.
540780*================================================================
540790 8430-DATAS-PESSOAIS-AGENDA.
540800     PERFORM 8404-CALCULAR-LIMITE-AGENDA
540810         THRU 8404-CALCULAR-LIMITE-AGENDA-EXIT
540820     MOVE ZERO TO QTD-DATAS-AGENDA
540830     MOVE ZERO TO CONTADOR-DATAS-AGENDA
540840     MOVE ZERO TO CONTADOR-DATAS-FORA
540850     MOVE "N" TO INDICADOR-DATAS-AGENDA-CHEIA
540860
540870     PERFORM 3760-ABRIR-DATAS-IO
540880         THRU 3760-ABRIR-DATAS-IO-EXIT
540890     MOVE "N" TO INDICADOR-FIM-DATAS
540900     MOVE ZEROS TO DATAP-PESSOA-ID
540910     MOVE ZEROS TO DATAP-SEQUENCIA
540920     START ARQUIVO-DATAS KEY IS NOT LESS THAN DATAP-CHAVE
540930         INVALID KEY
540940             SET FIM-DATAS TO TRUE
540950     END-START
540960     PERFORM 8432-AVALIAR-DATA-AGENDA
540970         THRU 8432-AVALIAR-DATA-AGENDA-EXIT
540980         UNTIL FIM-DATAS
540990     CLOSE ARQUIVO-DATAS
541000
541010     MOVE "N" TO INDICADOR-FIM-PESSOAS
541020     MOVE ZEROS TO PESSOA-ID
541030     START ARQUIVO-PESSOAS KEY IS NOT LESS THAN PESSOA-ID
541040         INVALID KEY
541050             SET FIM-PESSOAS TO TRUE
541060     END-START
541070     PERFORM 8434-AVALIAR-CONHECEU-AGENDA
541080         THRU 8434-AVALIAR-CONHECEU-AGENDA-EXIT
541090         UNTIL FIM-PESSOAS
541100
541110     MOVE SPACES TO DATA-PESSOAL-FORMATADA
541120     STRING DIA-LIMITE-AGENDA DELIMITED BY SIZE
541130             "/"               DELIMITED BY SIZE
541140             MES-LIMITE-AGENDA DELIMITED BY SIZE
541150             "/"               DELIMITED BY SIZE
541160             ANO-LIMITE-AGENDA DELIMITED BY SIZE
541170         INTO DATA-PESSOAL-FORMATADA
541180     MOVE SPACES TO REGISTRO-AGENDA
541190     WRITE REGISTRO-AGENDA
541200     STRING "Datas pessoais de hoje ate " DELIMITED BY SIZE
541210             DATA-PESSOAL-FORMATADA       DELIMITED BY SIZE
541220             " (proximos "                DELIMITED BY SIZE
541230             DIAS-AGENDA                  DELIMITED BY SIZE
541240             " dias)"                     DELIMITED BY SIZE
541250         INTO REGISTRO-AGENDA
541260     WRITE REGISTRO-AGENDA
541270     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-AGENDA
541280     WRITE REGISTRO-AGENDA
541290
541300     PERFORM 8440-GRAVAR-DATA-AGENDA
541310         THRU 8440-GRAVAR-DATA-AGENDA-EXIT
541320         VARYING INDICE-DATA-AGENDA FROM 1 BY 1
541330         UNTIL INDICE-DATA-AGENDA > QTD-DATAS-AGENDA
541340
541350     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-AGENDA
541360     WRITE REGISTRO-AGENDA
541370     MOVE SPACES TO REGISTRO-AGENDA
541380     STRING "Total de datas na agenda...: " DELIMITED BY SIZE
541390             CONTADOR-DATAS-AGENDA          DELIMITED BY SIZE
541400         INTO REGISTRO-AGENDA
541410     WRITE REGISTRO-AGENDA
541420     IF DATAS-AGENDA-CHEIA
541430         MOVE SPACES TO REGISTRO-AGENDA
541440         STRING "Datas nao listadas (tabela cheia): "
541450                                            DELIMITED BY SIZE
541460                 CONTADOR-DATAS-FORA        DELIMITED BY SIZE
541470             INTO REGISTRO-AGENDA
541480         WRITE REGISTRO-AGENDA
541490     END-IF.
541500 8430-DATAS-PESSOAIS-AGENDA-EXIT.
541510     EXIT.
541520
541530 8432-AVALIAR-DATA-AGENDA.
541540     READ ARQUIVO-DATAS NEXT RECORD
541550         AT END
541560             SET FIM-DATAS TO TRUE
541570             GO TO 8432-AVALIAR-DATA-AGENDA-EXIT
541580     END-READ
541581     MOVE DATAP-PESSOA-ID TO ID-RESPONSAVEL
541582     PERFORM 4317-CONFERIR-CARTEIRA
541583         THRU 4317-CONFERIR-CARTEIRA-EXIT
541584     IF NOT NA-CARTEIRA
541585         GO TO 8432-AVALIAR-DATA-AGENDA-EXIT
541586     END-IF
541590     MOVE DATAP-DIA TO DIA-DATA-PESSOAL
541600     MOVE DATAP-MES TO MES-DATA-PESSOAL
541610     PERFORM 8436-CALCULAR-OCORRENCIA
541620         THRU 8436-CALCULAR-OCORRENCIA-EXIT
541630     IF DATA-OCORRENCIA > DATA-LIMITE-AGENDA
541640         GO TO 8432-AVALIAR-DATA-AGENDA-EXIT
541650     END-IF
541660     MOVE ZERO TO ANOS-OCORRENCIA
541670     IF DATAP-ANO > ZERO AND DATAP-ANO < ANO-OCORRENCIA
541680         COMPUTE ANOS-OCORRENCIA = ANO-OCORRENCIA - DATAP-ANO
541690     END-IF
541700     MOVE DATAP-PESSOA-ID TO ID-DATA-BUSCA
541710     MOVE DATAP-TIPO      TO TIPO-DATA-INPUT
541720     MOVE DATAP-NOTA      TO NOTA-DATA-INPUT
541730     PERFORM 8438-INSERIR-DATA-AGENDA
541740         THRU 8438-INSERIR-DATA-AGENDA-EXIT.
541750 8432-AVALIAR-DATA-AGENDA-EXIT.
541760     EXIT.
541770
541780 8434-AVALIAR-CONHECEU-AGENDA.
541790     READ ARQUIVO-PESSOAS NEXT RECORD
541800         AT END
541810             SET FIM-PESSOAS TO TRUE
541820             GO TO 8434-AVALIAR-CONHECEU-AGENDA-EXIT
541830     END-READ
541831     MOVE PESSOA-ID TO ID-RESPONSAVEL
541832     PERFORM 4317-CONFERIR-CARTEIRA
541833         THRU 4317-CONFERIR-CARTEIRA-EXIT
541834     IF NOT NA-CARTEIRA
541835         GO TO 8434-AVALIAR-CONHECEU-AGENDA-EXIT
541836     END-IF
541840     IF DATA-CONHECEU(1:2) NOT NUMERIC
541850             OR DATA-CONHECEU(4:2) NOT NUMERIC
541860             OR DATA-CONHECEU(7:4) NOT NUMERIC
541870         GO TO 8434-AVALIAR-CONHECEU-AGENDA-EXIT
541880     END-IF
541890     MOVE DATA-CONHECEU(1:2) TO DIA-DATA-PESSOAL
541900     MOVE DATA-CONHECEU(4:2) TO MES-DATA-PESSOAL
541910     MOVE DATA-CONHECEU(7:4) TO ANO-DATA-PESSOAL
541920     PERFORM 8436-CALCULAR-OCORRENCIA
541930         THRU 8436-CALCULAR-OCORRENCIA-EXIT
541940     IF DATA-OCORRENCIA > DATA-LIMITE-AGENDA
541950             OR ANO-DATA-PESSOAL NOT < ANO-OCORRENCIA
541960         GO TO 8434-AVALIAR-CONHECEU-AGENDA-EXIT
541970     END-IF
541980     COMPUTE ANOS-OCORRENCIA = ANO-OCORRENCIA - ANO-DATA-PESSOAL
541990     MOVE PESSOA-ID  TO ID-DATA-BUSCA
542000     MOVE "CONHECEU" TO TIPO-DATA-INPUT
542010     MOVE SPACES     TO NOTA-DATA-INPUT
542020     PERFORM 8438-INSERIR-DATA-AGENDA
542030         THRU 8438-INSERIR-DATA-AGENDA-EXIT.
542040 8434-AVALIAR-CONHECEU-AGENDA-EXIT.
542050     EXIT.
542060
542070*================================================================
542080* 8436-CALCULAR-OCORRENCIA
542090* Poe em DATA-OCORRENCIA a proxima vez, a partir de hoje, em que
542100* cai o dia/mes de DIA-/MES-DATA-PESSOAL: neste ano ou, se ja
542110* passou, no ano que vem. 29/02 vira 28/02 em ano nao bissexto.
542120*================================================================
542130 8436-CALCULAR-OCORRENCIA.
542140     MOVE ANO-HOJE TO ANO-OCORRENCIA
542150     PERFORM 8437-AJUSTAR-OCORRENCIA
542160         THRU 8437-AJUSTAR-OCORRENCIA-EXIT
542170     IF DATA-OCORRENCIA < DATA-DE-HOJE
542180         ADD 1 TO ANO-OCORRENCIA
542190         PERFORM 8437-AJUSTAR-OCORRENCIA
542200             THRU 8437-AJUSTAR-OCORRENCIA-EXIT
542210     END-IF.
542220 8436-CALCULAR-OCORRENCIA-EXIT.
542230     EXIT.
542240
542250 8437-AJUSTAR-OCORRENCIA.
542260     MOVE MES-DATA-PESSOAL TO MES-OCORRENCIA
542270     MOVE DIA-DATA-PESSOAL TO DIA-OCORRENCIA
542280     IF MES-OCORRENCIA = 2 AND DIA-OCORRENCIA = 29
542290         MOVE SPACES TO DATA-INPUT
542300         STRING "29/02/"       DELIMITED BY SIZE
542310                 ANO-OCORRENCIA DELIMITED BY SIZE
542320             INTO DATA-INPUT
542330         PERFORM 8000-VALIDAR-DATA
542340             THRU 8000-VALIDAR-DATA-EXIT
542350         IF NOT DATA-VALIDA
542360             MOVE 28 TO DIA-OCORRENCIA
542370         END-IF
542380     END-IF.
542390 8437-AJUSTAR-OCORRENCIA-EXIT.
542400     EXIT.
542410
542420*================================================================
542430* 8438-INSERIR-DATA-AGENDA
542440* Guarda a data em DATA-OCORRENCIA (com ID-DATA-BUSCA,
542450* TIPO-DATA-INPUT, ANOS-OCORRENCIA e NOTA-DATA-INPUT) na tabela
542460* da agenda, mantida em ordem de data: as posicoes de data maior
542470* descem uma casa. Com a tabela cheia a data so e contada.
542480*================================================================
542490 8438-INSERIR-DATA-AGENDA.
542500     IF QTD-DATAS-AGENDA NOT < 300
542510         SET DATAS-AGENDA-CHEIA TO TRUE
542520         ADD 1 TO CONTADOR-DATAS-FORA
542530         GO TO 8438-INSERIR-DATA-AGENDA-EXIT
542540     END-IF
542550     ADD 1 TO QTD-DATAS-AGENDA
542560     MOVE QTD-DATAS-AGENDA TO INDICE-DESLOCA-AGENDA
542570     MOVE "N" TO INDICADOR-POSICAO-AGENDA
542580     PERFORM 8439-DESLOCAR-DATA-AGENDA
542590         THRU 8439-DESLOCAR-DATA-AGENDA-EXIT
542600         UNTIL POSICAO-AGENDA-ACHADA
542610     MOVE DATA-OCORRENCIA TO DTAG-DATA(INDICE-DESLOCA-AGENDA)
542620     MOVE ID-DATA-BUSCA   TO DTAG-PESSOA-ID(INDICE-DESLOCA-AGENDA)
542630     MOVE TIPO-DATA-INPUT TO DTAG-TIPO(INDICE-DESLOCA-AGENDA)
542640     MOVE ANOS-OCORRENCIA TO DTAG-ANOS(INDICE-DESLOCA-AGENDA)
542650     MOVE NOTA-DATA-INPUT TO DTAG-NOTA(INDICE-DESLOCA-AGENDA).
542660 8438-INSERIR-DATA-AGENDA-EXIT.
542670     EXIT.
542680
542690 8439-DESLOCAR-DATA-AGENDA.
542700     IF INDICE-DESLOCA-AGENDA = 1
542710         SET POSICAO-AGENDA-ACHADA TO TRUE
542720         GO TO 8439-DESLOCAR-DATA-AGENDA-EXIT
542730     END-IF
542740     IF DTAG-DATA(INDICE-DESLOCA-AGENDA - 1) NOT > DATA-OCORRENCIA
542750         SET POSICAO-AGENDA-ACHADA TO TRUE
542760         GO TO 8439-DESLOCAR-DATA-AGENDA-EXIT
542770     END-IF
542780     MOVE DATA-AGENDA-TAB(INDICE-DESLOCA-AGENDA - 1)
542790         TO DATA-AGENDA-TAB(INDICE-DESLOCA-AGENDA)
542800     SUBTRACT 1 FROM INDICE-DESLOCA-AGENDA.
542810 8439-DESLOCAR-DATA-AGENDA-EXIT.
542820     EXIT.
542830
542840 8440-GRAVAR-DATA-AGENDA.
542850     ADD 1 TO CONTADOR-DATAS-AGENDA
542860     MOVE DTAG-PESSOA-ID(INDICE-DATA-AGENDA) TO PESSOA-ID
542870     READ ARQUIVO-PESSOAS
542880         INVALID KEY
542890             MOVE "(pessoa nao encontrada)" TO NOME
542900     END-READ
542910     MOVE DTAG-DATA(INDICE-DATA-AGENDA) TO DATA-OCORRENCIA
542920     MOVE SPACES TO DATA-PESSOAL-FORMATADA
542930     STRING DIA-OCORRENCIA DELIMITED BY SIZE
542940             "/"            DELIMITED BY SIZE
542950             MES-OCORRENCIA DELIMITED BY SIZE
542960             "/"            DELIMITED BY SIZE
542970             ANO-OCORRENCIA DELIMITED BY SIZE
542980         INTO DATA-PESSOAL-FORMATADA
542990
543000     MOVE SPACES TO REGISTRO-AGENDA
543010     IF DTAG-ANOS(INDICE-DATA-AGENDA) > ZERO
543020         MOVE DTAG-ANOS(INDICE-DATA-AGENDA) TO ANOS-AGENDA-EDITADO
543030         STRING DATA-PESSOAL-FORMATADA       DELIMITED BY SIZE
543040                 " "                          DELIMITED BY SIZE
543050                 DTAG-TIPO(INDICE-DATA-AGENDA) DELIMITED BY SIZE
543060                 " ID "                       DELIMITED BY SIZE
543070                 DTAG-PESSOA-ID(INDICE-DATA-AGENDA)
543080                                              DELIMITED BY SIZE
543090                 " "                          DELIMITED BY SIZE
543100                 NOME                         DELIMITED BY SIZE
543110                 ANOS-AGENDA-EDITADO          DELIMITED BY SIZE
543120                 " anos"                      DELIMITED BY SIZE
543130             INTO REGISTRO-AGENDA
543140     ELSE
543150         STRING DATA-PESSOAL-FORMATADA       DELIMITED BY SIZE
543160                 " "                          DELIMITED BY SIZE
543170                 DTAG-TIPO(INDICE-DATA-AGENDA) DELIMITED BY SIZE
543180                 " ID "                       DELIMITED BY SIZE
543190                 DTAG-PESSOA-ID(INDICE-DATA-AGENDA)
543200                                              DELIMITED BY SIZE
543210                 " "                          DELIMITED BY SIZE
543220                 NOME                         DELIMITED BY SIZE
543230             INTO REGISTRO-AGENDA
543240     END-IF
543250     WRITE REGISTRO-AGENDA
543260     IF DTAG-NOTA(INDICE-DATA-AGENDA) NOT = SPACES
543270         MOVE SPACES TO REGISTRO-AGENDA
543280         STRING "   nota: "                    DELIMITED BY SIZE
543290                 DTAG-NOTA(INDICE-DATA-AGENDA) DELIMITED BY SIZE
543300             INTO REGISTRO-AGENDA
543310         WRITE REGISTRO-AGENDA
543320     END-IF.
543330 8440-GRAVAR-DATA-AGENDA-EXIT.
543340     EXIT.
543350
543360*================================================================
543370* 3800-MANTER-CONSENTIMENTOS
543380* Registra, por pessoa e canal (CARTA, EMAIL ou TELEFONE), se ela
543390* aceita ou recusa ser procurada por ali, com a data e o operador
543400* que registrou. Canal sem registro conta como aceito. Toda
543410* mudanca vai para a trilha de auditoria com a acao CONSENTE,
543420* levando a situacao anterior e a nova nos campos de observacao.
543430*================================================================
543440 3800-MANTER-CONSENTIMENTOS.
543450     DISPLAY "Informe o ID da pessoa: "
543460     ACCEPT ID-INFORMADO
543470
543480     OPEN INPUT ARQUIVO-PESSOAS
543490     MOVE ID-INFORMADO TO PESSOA-ID
543500     READ ARQUIVO-PESSOAS
543510         INVALID KEY
543520             DISPLAY "Pessoa não encontrada."
543530             CLOSE ARQUIVO-PESSOAS
543540             GO TO 3800-MANTER-CONSENTIMENTOS-EXIT
543550     END-READ
543560     DISPLAY "Consentimento de contato de " NOME
543570     MOVE NOME          TO NOME-ANTIGO
543580     MOVE DATA-CONHECEU TO DATA-ANTIGA
543590     MOVE CATEGORIA     TO CATEGORIA-ANTIGA
543600     MOVE NOME          TO NOME-INPUT
543610     MOVE DATA-CONHECEU TO DATA-INPUT
543620     MOVE CATEGORIA     TO CATEGORIA-INPUT
543630     CLOSE ARQUIVO-PESSOAS
543640
543650     MOVE "N" TO INDICADOR-FIM-MENU-CONSENT
543660     PERFORM 3810-EXIBIR-MENU-CONSENT
543670         THRU 3810-EXIBIR-MENU-CONSENT-EXIT
543680         UNTIL FIM-MENU-CONSENT.
543690 3800-MANTER-CONSENTIMENTOS-EXIT.
543700     EXIT.
543710
543720 3810-EXIBIR-MENU-CONSENT.
543730     DISPLAY "--- Consentimento de contato ---"
543740     DISPLAY "1 - Consultar canais"
543750     DISPLAY "2 - Registrar aceite ou recusa"
543760     DISPLAY "3 - Voltar"
543770     DISPLAY "Escolha uma opção: "
543780     ACCEPT OPCAO-CONSENTIMENTO
543790
543800     EVALUATE OPCAO-CONSENTIMENTO
543810         WHEN 1
543820             PERFORM 3820-LISTAR-CONSENTIMENTOS
543830                 THRU 3820-LISTAR-CONSENTIMENTOS-EXIT
543840         WHEN 2
543850             PERFORM 3830-REGISTRAR-CONSENTIMENTO
543860                 THRU 3830-REGISTRAR-CONSENTIMENTO-EXIT
543870         WHEN 3
543880             SET FIM-MENU-CONSENT TO TRUE
543890         WHEN OTHER
543900             DISPLAY "Opção inválida!"
543910     END-EVALUATE.
543920 3810-EXIBIR-MENU-CONSENT-EXIT.
543930     EXIT.
543940
543950 3820-LISTAR-CONSENTIMENTOS.
543960     PERFORM 3860-ABRIR-CONSENT-IO
543970         THRU 3860-ABRIR-CONSENT-IO-EXIT
543980     PERFORM 3825-EXIBIR-CANAL-CONSENT
543990         THRU 3825-EXIBIR-CANAL-CONSENT-EXIT
544000         VARYING INDICE-CANAL-CONSENT FROM 1 BY 1
544010         UNTIL INDICE-CANAL-CONSENT > 3
544020     CLOSE ARQUIVO-CONSENTIMENTOS.
544030 3820-LISTAR-CONSENTIMENTOS-EXIT.
544040     EXIT.
544050
544060 3825-EXIBIR-CANAL-CONSENT.
544070     MOVE ID-INFORMADO TO CONS-PESSOA-ID
544080     MOVE CANAL-CONSENT-TAB(INDICE-CANAL-CONSENT) TO CONS-CANAL
544090     READ ARQUIVO-CONSENTIMENTOS
544100         INVALID KEY
544110             DISPLAY CONS-CANAL ": aceita (sem registro)"
544120             GO TO 3825-EXIBIR-CANAL-CONSENT-EXIT
544130     END-READ
544140     MOVE CONS-DATA TO DATA-CONSENT-NUM
544150     PERFORM 3865-FORMATAR-DATA-CONSENT
544160         THRU 3865-FORMATAR-DATA-CONSENT-EXIT
544170     IF CONS-SITUACAO = "N"
544180         DISPLAY CONS-CANAL ": RECUSA desde "
544190             DATA-CONSENT-FORMATADA " (registrado por "
544200             CONS-OPERADOR ")"
544210     ELSE
544220         DISPLAY CONS-CANAL ": aceita desde "
544230             DATA-CONSENT-FORMATADA " (registrado por "
544240             CONS-OPERADOR ")"
544250     END-IF.
544260 3825-EXIBIR-CANAL-CONSENT-EXIT.
544270     EXIT.
544280
544290 3830-REGISTRAR-CONSENTIMENTO.
544300     MOVE "N" TO INDICADOR-CANAL-CONSENT
544310     PERFORM 3835-OBTER-CANAL-CONSENT
544320         THRU 3835-OBTER-CANAL-CONSENT-EXIT
544330         UNTIL CANAL-CONSENT-VALIDO
544340     MOVE SPACE TO SITUACAO-CONSENT-INPUT
544350     PERFORM 3837-OBTER-SITUACAO-CONSENT
544360         THRU 3837-OBTER-SITUACAO-CONSENT-EXIT
544370         UNTIL SITUACAO-CONSENT-VALIDA
544380
544390     PERFORM 3860-ABRIR-CONSENT-IO
544400         THRU 3860-ABRIR-CONSENT-IO-EXIT
544410     MOVE "S" TO INDICADOR-CONSENT-EXISTE
544420     MOVE ID-INFORMADO        TO CONS-PESSOA-ID
544430     MOVE CANAL-CONSENT-INPUT TO CONS-CANAL
544440     READ ARQUIVO-CONSENTIMENTOS
544450         INVALID KEY
544460             MOVE "N" TO INDICADOR-CONSENT-EXISTE
544470     END-READ
544480
544490     MOVE SPACES TO TEXTO-CONSENT-ANTERIOR
544500     IF NOT CONSENT-EXISTE
544510         STRING CANAL-CONSENT-INPUT DELIMITED BY SPACE
544520                 " SEM REGISTRO"     DELIMITED BY SIZE
544530             INTO TEXTO-CONSENT-ANTERIOR
544540     ELSE
544550         IF CONS-SITUACAO = SITUACAO-CONSENT-INPUT
544560             DISPLAY "Situação já registrada para o canal; "
544570                 "nada alterado."
544580             CLOSE ARQUIVO-CONSENTIMENTOS
544590             GO TO 3830-REGISTRAR-CONSENTIMENTO-EXIT
544600         END-IF
544610         IF CONS-SITUACAO = "N"
544620             STRING CANAL-CONSENT-INPUT DELIMITED BY SPACE
544630                     " RECUSA"           DELIMITED BY SIZE
544640                 INTO TEXTO-CONSENT-ANTERIOR
544650         ELSE
544660             STRING CANAL-CONSENT-INPUT DELIMITED BY SPACE
544670                     " ACEITA"           DELIMITED BY SIZE
544680                 INTO TEXTO-CONSENT-ANTERIOR
544690         END-IF
544700     END-IF
544710     MOVE SPACES TO TEXTO-CONSENT-NOVO
544720     IF SITUACAO-CONSENT-INPUT = "N"
544730         STRING CANAL-CONSENT-INPUT DELIMITED BY SPACE
544740                 " RECUSA"           DELIMITED BY SIZE
544750             INTO TEXTO-CONSENT-NOVO
544760     ELSE
544770         STRING CANAL-CONSENT-INPUT DELIMITED BY SPACE
544780                 " ACEITA"           DELIMITED BY SIZE
544790             INTO TEXTO-CONSENT-NOVO
544800     END-IF
544810
544820     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
544830     MOVE ID-INFORMADO           TO CONS-PESSOA-ID
544840     MOVE CANAL-CONSENT-INPUT    TO CONS-CANAL
544850     MOVE SITUACAO-CONSENT-INPUT TO CONS-SITUACAO
544860     MOVE DATA-DE-HOJE           TO CONS-DATA
544870     MOVE OPERADOR-ATUAL         TO CONS-OPERADOR
544880     IF CONSENT-EXISTE
544890         REWRITE REGISTRO-CONSENTIMENTO
544900             INVALID KEY
544910                 DISPLAY "Erro ao atualizar consentimento."
544920                 CLOSE ARQUIVO-CONSENTIMENTOS
544930                 GO TO 3830-REGISTRAR-CONSENTIMENTO-EXIT
544940         END-REWRITE
544950     ELSE
544960         WRITE REGISTRO-CONSENTIMENTO
544970             INVALID KEY
544980                 DISPLAY "Erro ao gravar consentimento."
544990                 CLOSE ARQUIVO-CONSENTIMENTOS
545000                 GO TO 3830-REGISTRAR-CONSENTIMENTO-EXIT
545010         END-WRITE
545020     END-IF
545030     CLOSE ARQUIVO-CONSENTIMENTOS
545040
545050     MOVE TEXTO-CONSENT-ANTERIOR TO OBSERVACAO-ANTIGA
545060     MOVE TEXTO-CONSENT-NOVO     TO OBSERVACAO-INPUT
545070     MOVE ID-INFORMADO           TO ID-AUDITORIA
545080     MOVE "CONSENTE"             TO ACAO-AUDITORIA
545090     PERFORM 9500-GRAVAR-AUDITORIA
545100         THRU 9500-GRAVAR-AUDITORIA-EXIT
545110
545120     DISPLAY "Consentimento registrado com sucesso!".
545130 3830-REGISTRAR-CONSENTIMENTO-EXIT.
545140     EXIT.
545150
545160 3835-OBTER-CANAL-CONSENT.
545170     DISPLAY "Canal (CARTA/EMAIL/TELEFONE): "
545180     ACCEPT CANAL-CONSENT-INPUT
545190     MOVE CANAL-CONSENT-INPUT TO CAMPO-PARA-CONVERTER
545200     PERFORM 9600-CONVERTER-MAIUSCULAS
545210         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
545220     MOVE CAMPO-CONVERTIDO(1:8) TO CANAL-CONSENT-INPUT
545230
545240     MOVE "N" TO INDICADOR-CANAL-CONSENT
545250     PERFORM 3836-COMPARAR-CANAL-CONSENT
545260         THRU 3836-COMPARAR-CANAL-CONSENT-EXIT
545270         VARYING INDICE-CANAL-CONSENT FROM 1 BY 1
545280         UNTIL INDICE-CANAL-CONSENT > 3 OR CANAL-CONSENT-VALIDO
545290     IF NOT CANAL-CONSENT-VALIDO
545300         DISPLAY "Canal inválido. Escolha uma das opções "
545310             "listadas."
545320     END-IF.
545330 3835-OBTER-CANAL-CONSENT-EXIT.
545340     EXIT.
545350
545360 3836-COMPARAR-CANAL-CONSENT.
545370     IF CANAL-CONSENT-INPUT =
545380             CANAL-CONSENT-TAB(INDICE-CANAL-CONSENT)
545390         SET CANAL-CONSENT-VALIDO TO TRUE
545400     END-IF.
545410 3836-COMPARAR-CANAL-CONSENT-EXIT.
545420     EXIT.
545430
545440 3837-OBTER-SITUACAO-CONSENT.
545450     DISPLAY "Aceita ser contatada por este canal (S/N)? "
545460     ACCEPT SITUACAO-CONSENT-INPUT
545470     IF SITUACAO-CONSENT-INPUT = "s"
545480         MOVE "S" TO SITUACAO-CONSENT-INPUT
545490     END-IF
545500     IF SITUACAO-CONSENT-INPUT = "n"
545510         MOVE "N" TO SITUACAO-CONSENT-INPUT
545520     END-IF
545530     IF NOT SITUACAO-CONSENT-VALIDA
545540         DISPLAY "Responda S (aceita) ou N (recusa)."
545550     END-IF.
545560 3837-OBTER-SITUACAO-CONSENT-EXIT.
545570     EXIT.
545580
545590*================================================================
545600* 3860-ABRIR-CONSENT-IO
545610* Abre consentimentos.txt em I-O, criando-o vazio quando ainda
545620* nao existe, como 3760 faz com datas.txt.
545630*================================================================
545640 3860-ABRIR-CONSENT-IO.
545650     OPEN I-O ARQUIVO-CONSENTIMENTOS
545660     IF STATUS-CONSENTIMENTOS = "35"
545670         OPEN OUTPUT ARQUIVO-CONSENTIMENTOS
545680         CLOSE ARQUIVO-CONSENTIMENTOS
545690         OPEN I-O ARQUIVO-CONSENTIMENTOS
545700     END-IF.
545710 3860-ABRIR-CONSENT-IO-EXIT.
545720     EXIT.
545730
545740 3865-FORMATAR-DATA-CONSENT.
545750     MOVE SPACES TO DATA-CONSENT-FORMATADA
545760     STRING DIA-CONSENT DELIMITED BY SIZE
545770             "/"         DELIMITED BY SIZE
545780             MES-CONSENT DELIMITED BY SIZE
545790             "/"         DELIMITED BY SIZE
545800             ANO-CONSENT DELIMITED BY SIZE
545810         INTO DATA-CONSENT-FORMATADA.
545820 3865-FORMATAR-DATA-CONSENT-EXIT.
545830     EXIT.
545840
545850*================================================================
545860* 3870-VERIFICAR-CONSENTIMENTO
545870* Com consentimentos.txt ja aberto, liga CANAL-RECUSADO quando a
545880* pessoa em ID-CONSENT-BUSCA recusou o canal em
545890* CANAL-CONSENT-BUSCA. Sem registro o canal conta como aceito.
545900*================================================================
545910 3870-VERIFICAR-CONSENTIMENTO.
545920     MOVE "N" TO INDICADOR-CANAL-RECUSADO
545930     MOVE ID-CONSENT-BUSCA    TO CONS-PESSOA-ID
545940     MOVE CANAL-CONSENT-BUSCA TO CONS-CANAL
545950     READ ARQUIVO-CONSENTIMENTOS
545960         INVALID KEY
545970             GO TO 3870-VERIFICAR-CONSENTIMENTO-EXIT
545980     END-READ
545990     IF CONS-SITUACAO = "N"
546000         SET CANAL-RECUSADO TO TRUE
546010     END-IF.
546020 3870-VERIFICAR-CONSENTIMENTO-EXIT.
546030     EXIT.
546040
546050*================================================================
546060* 3875-AVALIAR-RECUSAS-PESSOA
546070* Verifica os tres canais da pessoa em ID-CONSENT-BUSCA, ligando
546080* RECUSA-CARTA, RECUSA-EMAIL e RECUSA-TELEFONE, e monta em
546090* TEXTO-RECUSAS-PESSOA os canais recusados separados por "; ".
546100*================================================================
546110 3875-AVALIAR-RECUSAS-PESSOA.
546120     MOVE "N" TO INDICADOR-RECUSA-CARTA
546130     MOVE "N" TO INDICADOR-RECUSA-EMAIL
546140     MOVE "N" TO INDICADOR-RECUSA-TELEFONE
546150     MOVE SPACES TO TEXTO-RECUSAS-PESSOA
546160     MOVE 1 TO PONTEIRO-RECUSAS
546170
546180     MOVE "CARTA" TO CANAL-CONSENT-BUSCA
546190     PERFORM 3870-VERIFICAR-CONSENTIMENTO
546200         THRU 3870-VERIFICAR-CONSENTIMENTO-EXIT
546210     IF CANAL-RECUSADO
546220         SET RECUSA-CARTA TO TRUE
546230         STRING "CARTA" DELIMITED BY SIZE
546240             INTO TEXTO-RECUSAS-PESSOA
546245             WITH POINTER PONTEIRO-RECUSAS
546250     END-IF
546260
546270     MOVE "EMAIL" TO CANAL-CONSENT-BUSCA
546280     PERFORM 3870-VERIFICAR-CONSENTIMENTO
546290         THRU 3870-VERIFICAR-CONSENTIMENTO-EXIT
546300     IF CANAL-RECUSADO
546310         SET RECUSA-EMAIL TO TRUE
546320         IF PONTEIRO-RECUSAS > 1
546330             STRING "; " DELIMITED BY SIZE
546340                 INTO TEXTO-RECUSAS-PESSOA
546350                 WITH POINTER PONTEIRO-RECUSAS
546360         END-IF
546370         STRING "EMAIL" DELIMITED BY SIZE
546380             INTO TEXTO-RECUSAS-PESSOA
546385             WITH POINTER PONTEIRO-RECUSAS
546390     END-IF
546400
546410     MOVE "TELEFONE" TO CANAL-CONSENT-BUSCA
546420     PERFORM 3870-VERIFICAR-CONSENTIMENTO
546430         THRU 3870-VERIFICAR-CONSENTIMENTO-EXIT
546440     IF CANAL-RECUSADO
546450         SET RECUSA-TELEFONE TO TRUE
546460         IF PONTEIRO-RECUSAS > 1
546470             STRING "; " DELIMITED BY SIZE
546480                 INTO TEXTO-RECUSAS-PESSOA
546490                 WITH POINTER PONTEIRO-RECUSAS
546500         END-IF
546510         STRING "TELEFONE" DELIMITED BY SIZE
546520             INTO TEXTO-RECUSAS-PESSOA
546525             WITH POINTER PONTEIRO-RECUSAS
546530     END-IF.
546540 3875-AVALIAR-RECUSAS-PESSOA-EXIT.
546550     EXIT.
546560
546570*================================================================
546580* 6190-MOVER-CONSENT-MERGE
546590* Passa para o sobrevivente os consentimentos do perdedor. Quando
546600* os dois tem registro para o mesmo canal prevalece a recusa: o
546610* sobrevivente so e alterado se o perdedor recusou e ele nao.
546620*================================================================
546630 6190-MOVER-CONSENT-MERGE.
546640     PERFORM 3860-ABRIR-CONSENT-IO
546650         THRU 3860-ABRIR-CONSENT-IO-EXIT
546660     MOVE ZERO TO CONTADOR-CONSENT-MOVIDOS
546670     SET MERGE-PENDENTE TO TRUE
546680     PERFORM 6195-MOVER-UM-CONSENT
546690         THRU 6195-MOVER-UM-CONSENT-EXIT
546700         UNTIL NOT MERGE-PENDENTE
546710     CLOSE ARQUIVO-CONSENTIMENTOS.
546720 6190-MOVER-CONSENT-MERGE-EXIT.
546730     EXIT.
546740
546745 6195-MOVER-UM-CONSENT.
546750     MOVE "N" TO INDICADOR-MERGE-PENDENTE
546755     MOVE ID-PERDEDOR TO CONS-PESSOA-ID
546760     MOVE SPACES TO CONS-CANAL
546765     START ARQUIVO-CONSENTIMENTOS KEY IS NOT LESS THAN CONS-CHAVE
546770         INVALID KEY
546775             GO TO 6195-MOVER-UM-CONSENT-EXIT
546780     END-START
546785     READ ARQUIVO-CONSENTIMENTOS NEXT RECORD
546790         AT END
546795             GO TO 6195-MOVER-UM-CONSENT-EXIT
546800     END-READ
546805     IF CONS-PESSOA-ID NOT = ID-PERDEDOR
546810         GO TO 6195-MOVER-UM-CONSENT-EXIT
546815     END-IF
546820
546825     MOVE CONS-CANAL     TO GUARDA-CONSENT-CANAL
546830     MOVE CONS-SITUACAO  TO GUARDA-CONSENT-SITUACAO
546835     MOVE CONS-DATA      TO GUARDA-CONSENT-DATA
546840     MOVE CONS-OPERADOR  TO GUARDA-CONSENT-OPERADOR
546845     DELETE ARQUIVO-CONSENTIMENTOS
546850         INVALID KEY
546855             DISPLAY "Erro ao retirar consentimento do ID "
546860                 ID-PERDEDOR
546865             GO TO 6195-MOVER-UM-CONSENT-EXIT
546870     END-DELETE
546875     ADD 1 TO CONTADOR-CONSENT-MOVIDOS
546880     SET MERGE-PENDENTE TO TRUE
546885
546890     MOVE ID-SOBREVIVENTE      TO CONS-PESSOA-ID
546895     MOVE GUARDA-CONSENT-CANAL TO CONS-CANAL
546900     READ ARQUIVO-CONSENTIMENTOS
546905         INVALID KEY
546910             MOVE GUARDA-CONSENT-SITUACAO TO CONS-SITUACAO
546915             MOVE GUARDA-CONSENT-DATA     TO CONS-DATA
546920             MOVE GUARDA-CONSENT-OPERADOR TO CONS-OPERADOR
546925             WRITE REGISTRO-CONSENTIMENTO
546930                 INVALID KEY
546935                     DISPLAY "Erro ao regravar consentimento "
546940                         "no ID " ID-SOBREVIVENTE
546945                 NOT INVALID KEY
546950                     MOVE SPACES TO TEXTO-CONSENT-ANTERIOR
546955                     STRING CONS-CANAL DELIMITED BY SPACE
546960                             " SEM REGISTRO" DELIMITED BY SIZE
546965                         INTO TEXTO-CONSENT-ANTERIOR
546970                     PERFORM 6197-AUDITAR-CONSENT-MERGE
546975                         THRU 6197-AUDITAR-CONSENT-MERGE-EXIT
546980             END-WRITE
546985             GO TO 6195-MOVER-UM-CONSENT-EXIT
546990     END-READ
546995     IF GUARDA-CONSENT-SITUACAO = "N"
547000             AND CONS-SITUACAO NOT = "N"
547005         MOVE SPACES TO TEXTO-CONSENT-ANTERIOR
547010         STRING CONS-CANAL DELIMITED BY SPACE
547015                 " ACEITA" DELIMITED BY SIZE
547020             INTO TEXTO-CONSENT-ANTERIOR
547025         MOVE GUARDA-CONSENT-SITUACAO TO CONS-SITUACAO
547030         MOVE GUARDA-CONSENT-DATA     TO CONS-DATA
547035         MOVE GUARDA-CONSENT-OPERADOR TO CONS-OPERADOR
547040         REWRITE REGISTRO-CONSENTIMENTO
547045             INVALID KEY
547050                 DISPLAY "Erro ao regravar consentimento no ID "
547055                     ID-SOBREVIVENTE
547060             NOT INVALID KEY
547065                 PERFORM 6197-AUDITAR-CONSENT-MERGE
547070                     THRU 6197-AUDITAR-CONSENT-MERGE-EXIT
547075         END-REWRITE
547080     END-IF.
547085 6195-MOVER-UM-CONSENT-EXIT.
547090     EXIT.
547095
547100*================================================================
547105* 6197-AUDITAR-CONSENT-MERGE
547110* Audita (acao CONSENTE) o consentimento que a unificacao gravou
547115* ou alterou no sobrevivente, como a manutencao do menu faz: a
547120* situacao anterior do canal vem em TEXTO-CONSENT-ANTERIOR e a
547125* nova sai do registro gravado. A observacao da unificacao, que
547130* a 6100 ainda audita, e guardada e devolvida.
547135*================================================================
547140 6197-AUDITAR-CONSENT-MERGE.
547145     MOVE SPACES TO TEXTO-CONSENT-NOVO
547150     IF CONS-SITUACAO = "N"
547155         STRING CONS-CANAL DELIMITED BY SPACE
547160                 " RECUSA" DELIMITED BY SIZE
547165             INTO TEXTO-CONSENT-NOVO
547170     ELSE
547175         STRING CONS-CANAL DELIMITED BY SPACE
547180                 " ACEITA" DELIMITED BY SIZE
547185             INTO TEXTO-CONSENT-NOVO
547190     END-IF
547195     MOVE OBSERVACAO-INPUT       TO GUARDA-CONSENT-OBSERVACAO
547200     MOVE NOME-INPUT             TO NOME-ANTIGO
547205     MOVE DATA-INPUT             TO DATA-ANTIGA
547210     MOVE CATEGORIA-INPUT        TO CATEGORIA-ANTIGA
547215     MOVE TEXTO-CONSENT-ANTERIOR TO OBSERVACAO-ANTIGA
547220     MOVE TEXTO-CONSENT-NOVO     TO OBSERVACAO-INPUT
547225     MOVE ID-SOBREVIVENTE        TO ID-AUDITORIA
547230     MOVE "CONSENTE"             TO ACAO-AUDITORIA
547235     PERFORM 9500-GRAVAR-AUDITORIA
547240         THRU 9500-GRAVAR-AUDITORIA-EXIT
547245     MOVE GUARDA-CONSENT-OBSERVACAO TO OBSERVACAO-INPUT.
547250 6197-AUDITAR-CONSENT-MERGE-EXIT.
547255     EXIT.
547310
547320 6250-EXCLUIR-UM-CONSENT.
547330     MOVE "N" TO INDICADOR-FILHO-PENDENTE
547340     MOVE ID-FILHOS-ALVO TO CONS-PESSOA-ID
547350     MOVE SPACES TO CONS-CANAL
547360     START ARQUIVO-CONSENTIMENTOS KEY IS NOT LESS THAN CONS-CHAVE
547370         INVALID KEY
547380             GO TO 6250-EXCLUIR-UM-CONSENT-EXIT
547390     END-START
547400     READ ARQUIVO-CONSENTIMENTOS NEXT RECORD
547410         AT END
547420             GO TO 6250-EXCLUIR-UM-CONSENT-EXIT
547430     END-READ
547440     IF CONS-PESSOA-ID NOT = ID-FILHOS-ALVO
547450         GO TO 6250-EXCLUIR-UM-CONSENT-EXIT
547460     END-IF
547470     DELETE ARQUIVO-CONSENTIMENTOS
547480         INVALID KEY
547490             DISPLAY "Erro ao excluir consentimento do ID "
547500                 ID-FILHOS-ALVO
547510             GO TO 6250-EXCLUIR-UM-CONSENT-EXIT
547520     END-DELETE
547530     ADD 1 TO CONTADOR-CONSENT-FILHOS
547540     SET FILHO-PENDENTE TO TRUE.
547550 6250-EXCLUIR-UM-CONSENT-EXIT.
547560     EXIT.
547570
547580*================================================================
547590* 6460-VERIFICAR-CONSENT-ORFAOS
547600* Parte de 6400 para consentimentos.txt: grava em orfaos.lst os
547610* consentimentos cujo PESSOA-ID nao esta no cadastro vivo nem no
547620* arquivo morto.
547630*================================================================
547640 6460-VERIFICAR-CONSENT-ORFAOS.
547650     MOVE ZERO TO ID-ORFAO-CORRENTE
547660     MOVE "N" TO INDICADOR-PESSOA-EXISTE
547670     PERFORM 3860-ABRIR-CONSENT-IO
547680         THRU 3860-ABRIR-CONSENT-IO-EXIT
547690     MOVE "N" TO INDICADOR-FIM-CONSENT
547700     MOVE ZEROS TO CONS-PESSOA-ID
547710     MOVE SPACES TO CONS-CANAL
547720     START ARQUIVO-CONSENTIMENTOS KEY IS NOT LESS THAN CONS-CHAVE
547730         INVALID KEY
547740             SET FIM-CONSENT TO TRUE
547750     END-START
547760     PERFORM 6465-VERIFICAR-CONSENT-ORFAO
547770         THRU 6465-VERIFICAR-CONSENT-ORFAO-EXIT
547780         UNTIL FIM-CONSENT
547790     CLOSE ARQUIVO-CONSENTIMENTOS.
547800 6460-VERIFICAR-CONSENT-ORFAOS-EXIT.
547810     EXIT.
547820
547830 6465-VERIFICAR-CONSENT-ORFAO.
547840     READ ARQUIVO-CONSENTIMENTOS NEXT RECORD
547850         AT END
547860             SET FIM-CONSENT TO TRUE
547870         NOT AT END
547880             IF CONS-PESSOA-ID NOT = ID-ORFAO-CORRENTE
547890                 MOVE CONS-PESSOA-ID TO ID-ORFAO-CORRENTE
547900                 PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
547910                     THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
547920             END-IF
547930             IF NOT PESSOA-EXISTE
547940                 ADD 1 TO CONTADOR-ORFAOS-CONSENT
547950                 MOVE SPACES TO REGISTRO-ORFAO
547960                 STRING "ID "             DELIMITED BY SIZE
547970                         CONS-PESSOA-ID   DELIMITED BY SIZE
547980                         " consentimento " DELIMITED BY SIZE
547990                         CONS-CANAL       DELIMITED BY SIZE
548000                     INTO REGISTRO-ORFAO
548010                 WRITE REGISTRO-ORFAO
548020             END-IF
548030     END-READ.
548040 6465-VERIFICAR-CONSENT-ORFAO-EXIT.
548050     EXIT.
548060
548070*================================================================
548080* 3900-ESQUECER-PESSOA
548090* Atende o pedido de esquecimento da LGPD para um PESSOA-ID (so
548100* supervisor): anonimiza nome e observacao no cadastro vivo e no
548110* arquivo morto, apaga as notas dos contatos, troca os dados de
548120* contato por ANONIMIZADO, exclui datas pessoais, endereco postal
548130* e retorno agendado, registra recusa nos tres canais de contato e
548140* limpa a trilha de auditoria (arquivo vivo e geracoes mensais), o
548150* pessoas.bak e as cartas ja geradas. Nenhum registro e retirado
548160* dos arquivos de auditoria e de backup, e PESSOA-ID, datas e
548170* categorias ficam como estao, para que as quantidades, os
548180* hash-totais do trailer e o audresumo.txt continuem conferindo.
548190* O ID vai para esquecidos.txt (consultado pela reaplicacao da
548200* auditoria e pela restauracao do backup), o evento sai na
548210* trilha como ESQUECE e esquecimento.lst certifica o que foi
548220* tratado em cada arquivo.
548230*================================================================
548240 3900-ESQUECER-PESSOA.
548250     DISPLAY "Informe o ID da pessoa a esquecer (LGPD): "
548260     ACCEPT ID-INFORMADO
548270     MOVE ID-INFORMADO TO ID-ESQUECER
548280     IF ID-ESQUECER = ZERO
548290         DISPLAY "ID inválido."
548300         GO TO 3900-ESQUECER-PESSOA-EXIT
548310     END-IF
548320
548330     MOVE SPACES TO NOME-ESQUECER-EXIBIDO
548340     OPEN INPUT ARQUIVO-PESSOAS
548350     IF STATUS-PESSOAS = "00"
548360         MOVE ID-ESQUECER TO PESSOA-ID
548370         READ ARQUIVO-PESSOAS
548380             INVALID KEY
548390                 CONTINUE
548400             NOT INVALID KEY
548410                 MOVE NOME TO NOME-ESQUECER-EXIBIDO
548420         END-READ
548430         CLOSE ARQUIVO-PESSOAS
548440     END-IF
548450     IF NOME-ESQUECER-EXIBIDO = SPACES
548460         PERFORM 3070-ABRIR-ARQUIVADAS-IO
548470             THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
548480         MOVE ID-ESQUECER TO ARQV-PESSOA-ID
548490         READ ARQUIVO-ARQUIVADAS
548500             INVALID KEY
548510                 CONTINUE
548520             NOT INVALID KEY
548530                 MOVE ARQV-NOME TO NOME-ESQUECER-EXIBIDO
548540         END-READ
548550         CLOSE ARQUIVO-ARQUIVADAS
548560     END-IF
548570     IF NOME-ESQUECER-EXIBIDO = SPACES
548580         DISPLAY "ID fora do cadastro e do arquivo morto; serão "
548590             "tratados os demais arquivos."
548600     ELSE
548610         DISPLAY "Pessoa: " NOME-ESQUECER-EXIBIDO
548620     END-IF
548630
548640     MOVE "N" TO INDICADOR-JA-ESQUECIDA
548650     PERFORM 3905-ABRIR-ESQUECIDOS-IO
548660         THRU 3905-ABRIR-ESQUECIDOS-IO-EXIT
548670     MOVE ID-ESQUECER TO ESQ-PESSOA-ID
548680     READ ARQUIVO-ESQUECIDOS
548690         INVALID KEY
548700             CONTINUE
548710         NOT INVALID KEY
548720             SET JA-ESQUECIDA TO TRUE
548730     END-READ
548740     CLOSE ARQUIVO-ESQUECIDOS
548750     IF JA-ESQUECIDA
548760         DISPLAY "Pessoa já esquecida em " ESQ-DATA " por "
548770             ESQ-OPERADOR "; o tratamento será repetido."
548780     END-IF
548781     PERFORM 9871-CONFERIR-TRILHA
548782         THRU 9871-CONFERIR-TRILHA-EXIT
548783     IF TRILHA-INTEGRA
548784         SET RESSELAR-TRILHA TO TRUE
548785     ELSE
548786         MOVE "N" TO INDICADOR-RESSELAR
548787         DISPLAY "Atenção: a trilha de auditoria já tem "
548788             "falhas (veja verifaud.lst); selos não refeitos."
548789     END-IF
548790
548800     DISPLAY "Os dados pessoais serão anonimizados em todos os "
548810         "arquivos, sem volta."
548820     DISPLAY "Confirma o esquecimento (S/N)? "
548830     ACCEPT RESPOSTA
548840     IF NOT RESPOSTA-SIM
548850         DISPLAY "Esquecimento cancelado."
548860         GO TO 3900-ESQUECER-PESSOA-EXIT
548870     END-IF
548880
548890     OPEN OUTPUT ARQUIVO-CERTIFICADO
548900     IF STATUS-CERTIFICADO NOT = "00"
548910         DISPLAY "Erro ao criar esquecimento.lst: "
548920             STATUS-CERTIFICADO
548930         GO TO 3900-ESQUECER-PESSOA-EXIT
548940     END-IF
548950     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
548960     MOVE SPACES TO DATA-EMISSAO-FORMATADA
548970     STRING DIA-EMISSAO-RELATORIO  DELIMITED BY SIZE
548980             "/"                   DELIMITED BY SIZE
548990             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
549000             "/"                   DELIMITED BY SIZE
549010             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
549020         INTO DATA-EMISSAO-FORMATADA
549030     MOVE SPACES TO REGISTRO-CERTIFICADO
549040     STRING "Certificado de esquecimento (LGPD) - emissao "
549050                                    DELIMITED BY SIZE
549060             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
549070         INTO REGISTRO-CERTIFICADO
549080     WRITE REGISTRO-CERTIFICADO
549090     MOVE SPACES TO REGISTRO-CERTIFICADO
549100     STRING "Pessoa ID "     DELIMITED BY SIZE
549110             ID-ESQUECER     DELIMITED BY SIZE
549120             " - operador "  DELIMITED BY SIZE
549130             OPERADOR-ATUAL  DELIMITED BY SIZE
549140         INTO REGISTRO-CERTIFICADO
549150     WRITE REGISTRO-CERTIFICADO
549160     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CERTIFICADO
549170     WRITE REGISTRO-CERTIFICADO
549180     MOVE CABECALHO-CERTIFICADO TO REGISTRO-CERTIFICADO
549190     WRITE REGISTRO-CERTIFICADO
549200     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CERTIFICADO
549210     WRITE REGISTRO-CERTIFICADO
549220
549230     MOVE ZERO TO QTD-VALORES-ESQUECER
549240     MOVE ZERO TO CONTADOR-ESQ-TOTAL
549250     PERFORM 3910-ESQUECER-CADASTRO
549260         THRU 3910-ESQUECER-CADASTRO-EXIT
549270     PERFORM 3915-ESQUECER-CONTATOS
549280         THRU 3915-ESQUECER-CONTATOS-EXIT
549290     PERFORM 3920-ESQUECER-DETALHES
549300         THRU 3920-ESQUECER-DETALHES-EXIT
549310     PERFORM 3925-ESQUECER-DATAS
549320         THRU 3925-ESQUECER-DATAS-EXIT
549330     PERFORM 3930-CONFERIR-VINCULOS
549340         THRU 3930-CONFERIR-VINCULOS-EXIT
549350     PERFORM 3935-CONFERIR-CAMPANHAS
549360         THRU 3935-CONFERIR-CAMPANHAS-EXIT
549370     PERFORM 3940-ESQUECER-CONSENTIMENTOS
549380         THRU 3940-ESQUECER-CONSENTIMENTOS-EXIT
549390     PERFORM 3945-ESQUECER-RETORNO
549400         THRU 3945-ESQUECER-RETORNO-EXIT
549401     PERFORM 4490-ESQUECER-ENDERECO
549402         THRU 4490-ESQUECER-ENDERECO-EXIT
549403     PERFORM 4590-ESQUECER-CONVITES
549404         THRU 4590-ESQUECER-CONVITES-EXIT
549405     MOVE ZERO TO ELO-RESSELO-ANTERIOR
549407     MOVE ZERO TO SEQUENCIA-RESSELO
549408     MOVE ZERO TO CONTADOR-RESSELADOS
549410     PERFORM 3960-ESQUECER-GERACOES
549420         THRU 3960-ESQUECER-GERACOES-EXIT
549430     PERFORM 3950-ESQUECER-AUDITORIA-VIVA
549440         THRU 3950-ESQUECER-AUDITORIA-VIVA-EXIT
549442     PERFORM 3959-FECHAR-RESSELO
549444         THRU 3959-FECHAR-RESSELO-EXIT
549450     PERFORM 3970-ESQUECER-BACKUP
549460         THRU 3970-ESQUECER-BACKUP-EXIT
549470     PERFORM 3975-ESQUECER-CARTAS
549480         THRU 3975-ESQUECER-CARTAS-EXIT
549482     MOVE ID-ESQUECER TO ID-ATIVIDADE
549484     PERFORM 4200-RECALCULAR-ATIVIDADE
549486         THRU 4200-RECALCULAR-ATIVIDADE-EXIT
549490     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
549500     MOVE "audresumo.txt" TO CERT-LIN-ARQUIVO
549510     MOVE "mantido; so contagens por acao"
549520         TO CERT-LIN-TRATAMENTO
549530     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
549540         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
549550
549560     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
549570     PERFORM 3905-ABRIR-ESQUECIDOS-IO
549580         THRU 3905-ABRIR-ESQUECIDOS-IO-EXIT
549590     MOVE ID-ESQUECER    TO ESQ-PESSOA-ID
549600     MOVE DATA-DE-HOJE   TO ESQ-DATA
549610     MOVE OPERADOR-ATUAL TO ESQ-OPERADOR
549620     IF JA-ESQUECIDA
549630         REWRITE REGISTRO-ESQUECIDO
549640             INVALID KEY
549650                 DISPLAY "Erro ao regravar esquecidos.txt: "
549660                     STATUS-ESQUECIDOS
549670         END-REWRITE
549680     ELSE
549690         WRITE REGISTRO-ESQUECIDO
549700             INVALID KEY
549710                 DISPLAY "Erro ao gravar esquecidos.txt: "
549720                     STATUS-ESQUECIDOS
549730         END-WRITE
549740     END-IF
549750     CLOSE ARQUIVO-ESQUECIDOS
549760
549770     MOVE SPACES         TO NOME-ANTIGO
549780     MOVE SPACES         TO DATA-ANTIGA
549790     MOVE SPACES         TO CATEGORIA-ANTIGA
549800     MOVE SPACES         TO OBSERVACAO-ANTIGA
549810     MOVE NOME-ANONIMO   TO NOME-INPUT
549820     MOVE SPACES         TO DATA-INPUT
549830     MOVE SPACES         TO CATEGORIA-INPUT
549840     MOVE SPACES         TO OBSERVACAO-INPUT
549850     MOVE ID-ESQUECER    TO ID-AUDITORIA
549860     MOVE "ESQUECE"      TO ACAO-AUDITORIA
549870     PERFORM 9500-GRAVAR-AUDITORIA
549880         THRU 9500-GRAVAR-AUDITORIA-EXIT
549890
549900     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CERTIFICADO
549910     WRITE REGISTRO-CERTIFICADO
549920     MOVE SPACES TO REGISTRO-CERTIFICADO
549930     STRING "Registros alterados ou excluidos: " DELIMITED BY SIZE
549940             CONTADOR-ESQ-TOTAL                  DELIMITED BY SIZE
549950         INTO REGISTRO-CERTIFICADO
549960     WRITE REGISTRO-CERTIFICADO
549970     MOVE "PESSOA-ID, datas e categorias mantidos: quantidades de"
549980         TO REGISTRO-CERTIFICADO
549990     WRITE REGISTRO-CERTIFICADO
550000     MOVE "registros, trailer do pessoas.bak e audresumo.txt"
550010         TO REGISTRO-CERTIFICADO
550020     WRITE REGISTRO-CERTIFICADO
550022     MOVE "continuam conferindo." TO REGISTRO-CERTIFICADO
550024     WRITE REGISTRO-CERTIFICADO
550030     MOVE "Listagens e exportacoes ja geradas (.lst, .csv e"
550040         TO REGISTRO-CERTIFICADO
550050     WRITE REGISTRO-CERTIFICADO
550060     MOVE "envelopes) devem ser descartadas e geradas de novo."
550070         TO REGISTRO-CERTIFICADO
550080     WRITE REGISTRO-CERTIFICADO
550090     CLOSE ARQUIVO-CERTIFICADO
550100
550110     DISPLAY "Esquecimento concluído. Registros tratados: "
550120         CONTADOR-ESQ-TOTAL
550130     DISPLAY "Certificado gerado: esquecimento.lst".
550140 3900-ESQUECER-PESSOA-EXIT.
550150     EXIT.
550160
550170*================================================================
550180* 3905-ABRIR-ESQUECIDOS-IO
550190* Abre esquecidos.txt em I-O, criando-o vazio quando ainda nao
550200* existe, como 3860 faz com os consentimentos.
550210*================================================================
550220 3905-ABRIR-ESQUECIDOS-IO.
550230     OPEN I-O ARQUIVO-ESQUECIDOS
550240     IF STATUS-ESQUECIDOS = "35"
550250         OPEN OUTPUT ARQUIVO-ESQUECIDOS
550260         CLOSE ARQUIVO-ESQUECIDOS
550270         OPEN I-O ARQUIVO-ESQUECIDOS
550280     END-IF.
550290 3905-ABRIR-ESQUECIDOS-IO-EXIT.
550300     EXIT.
550310
550320*================================================================
550330* 3910-ESQUECER-CADASTRO
550340* Anonimiza o registro da pessoa em pessoas.txt e em
550350* arquivadas.txt, guardando antes o nome para a limpeza das
550360* cartas. Registro ja anonimizado nao e contado de novo.
550370*================================================================
550380 3910-ESQUECER-CADASTRO.
550390     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
550400     OPEN I-O ARQUIVO-PESSOAS
550410     IF STATUS-PESSOAS = "00"
550420         MOVE ID-ESQUECER TO PESSOA-ID
550430         READ ARQUIVO-PESSOAS
550440             INVALID KEY
550450                 CONTINUE
550460             NOT INVALID KEY
550470                 MOVE NOME TO VALOR-ESQ-CANDIDATO
550480                 PERFORM 3956-GUARDAR-VALOR-ESQUECER
550490                     THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
550500                 IF NOME NOT = NOME-ANONIMO
550510                         OR OBSERVACAO NOT = SPACES
550520                     PERFORM 3985-ANONIMIZAR-PESSOA
550530                         THRU 3985-ANONIMIZAR-PESSOA-EXIT
550540                     REWRITE REGISTRO-PESSOA
550550                         INVALID KEY
550560                             DISPLAY "Erro ao regravar o ID "
550570                                 PESSOA-ID " em pessoas.txt."
550580                         NOT INVALID KEY
550590                             ADD 1 TO CONTADOR-ESQ-ARQUIVO
550600                     END-REWRITE
550610                 END-IF
550620         END-READ
550630         CLOSE ARQUIVO-PESSOAS
550640     END-IF
550650     MOVE "pessoas.txt" TO CERT-LIN-ARQUIVO
550660     MOVE "nome e observacao anonimizados" TO CERT-LIN-TRATAMENTO
550670     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
550680         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
550690     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL
550700
550710     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
550720     PERFORM 3070-ABRIR-ARQUIVADAS-IO
550730         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
550740     MOVE ID-ESQUECER TO ARQV-PESSOA-ID
550750     READ ARQUIVO-ARQUIVADAS
550760         INVALID KEY
550770             CONTINUE
550780         NOT INVALID KEY
550790             MOVE ARQV-NOME TO VALOR-ESQ-CANDIDATO
550800             PERFORM 3956-GUARDAR-VALOR-ESQUECER
550810                 THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
550820             IF ARQV-NOME NOT = NOME-ANONIMO
550830                     OR ARQV-OBSERVACAO NOT = SPACES
550840                 MOVE NOME-ANONIMO TO ARQV-NOME
550850                 MOVE NOME-ANONIMO TO ARQV-NOME-MAIUSC
550860                 MOVE SPACES       TO ARQV-OBSERVACAO
550870                 REWRITE REGISTRO-ARQUIVADA
550880                     INVALID KEY
550890                         DISPLAY "Erro ao regravar o ID "
550900                             ARQV-PESSOA-ID " em arquivadas.txt."
550910                     NOT INVALID KEY
550920                         ADD 1 TO CONTADOR-ESQ-ARQUIVO
550930                 END-REWRITE
550940             END-IF
550950     END-READ
550960     CLOSE ARQUIVO-ARQUIVADAS
550970     MOVE "arquivadas.txt" TO CERT-LIN-ARQUIVO
550980     MOVE "nome e observacao anonimizados" TO CERT-LIN-TRATAMENTO
550990     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
551000         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
551010     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
551020 3910-ESQUECER-CADASTRO-EXIT.
551030     EXIT.
551040
551050*================================================================
551060* 3915-ESQUECER-CONTATOS
551070* Apaga a nota dos contatos da pessoa em contatos.txt e em
551080* arqcontatos.txt; data, sequencia e tipo ficam, para o historico
551090* de contatos e as estatisticas continuarem fechando.
551100*================================================================
551110 3915-ESQUECER-CONTATOS.
551120     PERFORM 3360-ABRIR-CONTATOS-IO
551130         THRU 3360-ABRIR-CONTATOS-IO-EXIT
551140     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
551150     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
551160     MOVE ID-ESQUECER TO CONTATO-PESSOA-ID
551170     MOVE ZEROS TO CONTATO-DATA-NUM
551180     MOVE ZEROS TO CONTATO-SEQUENCIA
551190     START ARQUIVO-CONTATOS KEY IS NOT LESS THAN CONTATO-CHAVE
551200         INVALID KEY
551210             SET FIM-ESQUECIMENTO TO TRUE
551220     END-START
551230     PERFORM 3916-ANONIMIZAR-UM-CONTATO
551240         THRU 3916-ANONIMIZAR-UM-CONTATO-EXIT
551250         UNTIL FIM-ESQUECIMENTO
551260     CLOSE ARQUIVO-CONTATOS
551270     MOVE "contatos.txt" TO CERT-LIN-ARQUIVO
551280     MOVE "nota do contato apagada" TO CERT-LIN-TRATAMENTO
551290     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
551300         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
551310     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL
551320
551330     PERFORM 6305-ABRIR-ARQCONTATOS-IO
551340         THRU 6305-ABRIR-ARQCONTATOS-IO-EXIT
551350     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
551360     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
551370     MOVE ID-ESQUECER TO ARQC-PESSOA-ID
551380     MOVE ZEROS TO ARQC-DATA-NUM
551390     MOVE ZEROS TO ARQC-SEQUENCIA
551400     START ARQUIVO-ARQ-CONTATOS KEY IS NOT LESS THAN ARQC-CHAVE
551410         INVALID KEY
551420             SET FIM-ESQUECIMENTO TO TRUE
551430     END-START
551440     PERFORM 3917-ANONIMIZAR-UM-ARQCONTATO
551450         THRU 3917-ANONIMIZAR-UM-ARQCONTATO-EXIT
551460         UNTIL FIM-ESQUECIMENTO
551470     CLOSE ARQUIVO-ARQ-CONTATOS
551480     MOVE "arqcontatos.txt" TO CERT-LIN-ARQUIVO
551490     MOVE "nota do contato apagada" TO CERT-LIN-TRATAMENTO
551500     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
551510         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
551520     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
551530 3915-ESQUECER-CONTATOS-EXIT.
551540     EXIT.
551550
551560 3916-ANONIMIZAR-UM-CONTATO.
551570     READ ARQUIVO-CONTATOS NEXT RECORD
551580         AT END
551590             SET FIM-ESQUECIMENTO TO TRUE
551600             GO TO 3916-ANONIMIZAR-UM-CONTATO-EXIT
551610     END-READ
551620     IF CONTATO-PESSOA-ID NOT = ID-ESQUECER
551630         SET FIM-ESQUECIMENTO TO TRUE
551640         GO TO 3916-ANONIMIZAR-UM-CONTATO-EXIT
551650     END-IF
551660     IF CONTATO-NOTA = SPACES
551670         GO TO 3916-ANONIMIZAR-UM-CONTATO-EXIT
551680     END-IF
551690     MOVE SPACES TO CONTATO-NOTA
551700     REWRITE REGISTRO-CONTATO
551710         INVALID KEY
551720             DISPLAY "Erro ao regravar contato do ID " ID-ESQUECER
551730             GO TO 3916-ANONIMIZAR-UM-CONTATO-EXIT
551740     END-REWRITE
551750     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
551760 3916-ANONIMIZAR-UM-CONTATO-EXIT.
551770     EXIT.
551780
551790 3917-ANONIMIZAR-UM-ARQCONTATO.
551800     READ ARQUIVO-ARQ-CONTATOS NEXT RECORD
551810         AT END
551820             SET FIM-ESQUECIMENTO TO TRUE
551830             GO TO 3917-ANONIMIZAR-UM-ARQCONTATO-EXIT
551840     END-READ
551850     IF ARQC-PESSOA-ID NOT = ID-ESQUECER
551860         SET FIM-ESQUECIMENTO TO TRUE
551870         GO TO 3917-ANONIMIZAR-UM-ARQCONTATO-EXIT
551880     END-IF
551890     IF ARQC-NOTA = SPACES
551900         GO TO 3917-ANONIMIZAR-UM-ARQCONTATO-EXIT
551910     END-IF
551920     MOVE SPACES TO ARQC-NOTA
551930     REWRITE REGISTRO-ARQ-CONTATO
551940         INVALID KEY
551950             DISPLAY "Erro ao regravar contato arquivado do ID "
551960                 ID-ESQUECER
551970             GO TO 3917-ANONIMIZAR-UM-ARQCONTATO-EXIT
551980     END-REWRITE
551990     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
552000 3917-ANONIMIZAR-UM-ARQCONTATO-EXIT.
552010     EXIT.
552020
552030*================================================================
552040* 3920-ESQUECER-DETALHES
552050* Troca por ANONIMIZADO o valor dos telefones, emails e enderecos
552060* da pessoa em detalhes.txt e arqdetalhes.txt, guardando antes
552070* cada valor para a limpeza das cartas. Tipo e sequencia ficam.
552080*================================================================
552090 3920-ESQUECER-DETALHES.
552100     PERFORM 3470-ABRIR-DETALHES-IO
552110         THRU 3470-ABRIR-DETALHES-IO-EXIT
552120     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
552130     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
552140     MOVE ID-ESQUECER TO DETALHE-PESSOA-ID
552150     MOVE SPACE TO DETALHE-TIPO
552160     MOVE ZEROS TO DETALHE-SEQUENCIA
552170     START ARQUIVO-DETALHES KEY IS NOT LESS THAN DETALHE-CHAVE
552180         INVALID KEY
552190             SET FIM-ESQUECIMENTO TO TRUE
552200     END-START
552210     PERFORM 3921-ANONIMIZAR-UM-DETALHE
552220         THRU 3921-ANONIMIZAR-UM-DETALHE-EXIT
552230         UNTIL FIM-ESQUECIMENTO
552240     CLOSE ARQUIVO-DETALHES
552250     MOVE "detalhes.txt" TO CERT-LIN-ARQUIVO
552260     MOVE "valor trocado por ANONIMIZADO" TO CERT-LIN-TRATAMENTO
552270     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
552280         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
552290     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL
552300
552310     PERFORM 6306-ABRIR-ARQDETALHES-IO
552320         THRU 6306-ABRIR-ARQDETALHES-IO-EXIT
552330     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
552340     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
552350     MOVE ID-ESQUECER TO ARQD-PESSOA-ID
552360     MOVE SPACE TO ARQD-TIPO
552370     MOVE ZEROS TO ARQD-SEQUENCIA
552380     START ARQUIVO-ARQ-DETALHES KEY IS NOT LESS THAN ARQD-CHAVE
552390         INVALID KEY
552400             SET FIM-ESQUECIMENTO TO TRUE
552410     END-START
552420     PERFORM 3922-ANONIMIZAR-UM-ARQDETALHE
552430         THRU 3922-ANONIMIZAR-UM-ARQDETALHE-EXIT
552440         UNTIL FIM-ESQUECIMENTO
552450     CLOSE ARQUIVO-ARQ-DETALHES
552460     MOVE "arqdetalhes.txt" TO CERT-LIN-ARQUIVO
552470     MOVE "valor trocado por ANONIMIZADO" TO CERT-LIN-TRATAMENTO
552480     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
552490         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
552500     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
552510 3920-ESQUECER-DETALHES-EXIT.
552520     EXIT.
552530
552540 3921-ANONIMIZAR-UM-DETALHE.
552550     READ ARQUIVO-DETALHES NEXT RECORD
552560         AT END
552570             SET FIM-ESQUECIMENTO TO TRUE
552580             GO TO 3921-ANONIMIZAR-UM-DETALHE-EXIT
552590     END-READ
552600     IF DETALHE-PESSOA-ID NOT = ID-ESQUECER
552610         SET FIM-ESQUECIMENTO TO TRUE
552620         GO TO 3921-ANONIMIZAR-UM-DETALHE-EXIT
552630     END-IF
552640     IF DETALHE-VALOR = NOME-ANONIMO
552650         GO TO 3921-ANONIMIZAR-UM-DETALHE-EXIT
552660     END-IF
552670     MOVE DETALHE-VALOR TO VALOR-ESQ-CANDIDATO
552680     PERFORM 3956-GUARDAR-VALOR-ESQUECER
552690         THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
552700     MOVE NOME-ANONIMO TO DETALHE-VALOR
552710     REWRITE REGISTRO-DETALHE
552720         INVALID KEY
552730             DISPLAY "Erro ao regravar dado de contato do ID "
552740                 ID-ESQUECER
552750             GO TO 3921-ANONIMIZAR-UM-DETALHE-EXIT
552760     END-REWRITE
552770     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
552780 3921-ANONIMIZAR-UM-DETALHE-EXIT.
552790     EXIT.
552800
552810 3922-ANONIMIZAR-UM-ARQDETALHE.
552820     READ ARQUIVO-ARQ-DETALHES NEXT RECORD
552830         AT END
552840             SET FIM-ESQUECIMENTO TO TRUE
552850             GO TO 3922-ANONIMIZAR-UM-ARQDETALHE-EXIT
552860     END-READ
552870     IF ARQD-PESSOA-ID NOT = ID-ESQUECER
552880         SET FIM-ESQUECIMENTO TO TRUE
552890         GO TO 3922-ANONIMIZAR-UM-ARQDETALHE-EXIT
552900     END-IF
552910     IF ARQD-VALOR = NOME-ANONIMO
552920         GO TO 3922-ANONIMIZAR-UM-ARQDETALHE-EXIT
552930     END-IF
552940     MOVE ARQD-VALOR TO VALOR-ESQ-CANDIDATO
552950     PERFORM 3956-GUARDAR-VALOR-ESQUECER
552960         THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
552970     MOVE NOME-ANONIMO TO ARQD-VALOR
552980     REWRITE REGISTRO-ARQ-DETALHE
552990         INVALID KEY
553000             DISPLAY "Erro ao regravar dado arquivado do ID "
553010                 ID-ESQUECER
553020             GO TO 3922-ANONIMIZAR-UM-ARQDETALHE-EXIT
553030     END-REWRITE
553040     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
553050 3922-ANONIMIZAR-UM-ARQDETALHE-EXIT.
553060     EXIT.
553070
553080*================================================================
553090* 3925-ESQUECER-DATAS
553100* Exclui as datas pessoais (aniversario e outras) da pessoa em
553110* datas.txt, reaproveitando 6240, e em arqdatas.txt: sem a pessoa
553120* a data nao tem uso e so voltaria a aparecer na agenda.
553130*================================================================
553140 3925-ESQUECER-DATAS.
553150     PERFORM 3760-ABRIR-DATAS-IO
553160         THRU 3760-ABRIR-DATAS-IO-EXIT
553170     MOVE ID-ESQUECER TO ID-FILHOS-ALVO
553180     MOVE ZERO TO CONTADOR-DATAS-FILHOS
553190     SET FILHO-PENDENTE TO TRUE
553200     PERFORM 6240-EXCLUIR-UMA-DATA
553210         THRU 6240-EXCLUIR-UMA-DATA-EXIT
553220         UNTIL NOT FILHO-PENDENTE
553230     CLOSE ARQUIVO-DATAS
553240     MOVE CONTADOR-DATAS-FILHOS TO CONTADOR-ESQ-ARQUIVO
553250     MOVE "datas.txt" TO CERT-LIN-ARQUIVO
553260     MOVE "datas pessoais excluidas" TO CERT-LIN-TRATAMENTO
553270     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
553280         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
553290     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL
553300
553310     PERFORM 6308-ABRIR-ARQDATAS-IO
553320         THRU 6308-ABRIR-ARQDATAS-IO-EXIT
553330     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
553340     SET FILHO-PENDENTE TO TRUE
553350     PERFORM 3926-EXCLUIR-UMA-ARQDATA
553360         THRU 3926-EXCLUIR-UMA-ARQDATA-EXIT
553370         UNTIL NOT FILHO-PENDENTE
553380     CLOSE ARQUIVO-ARQ-DATAS
553390     MOVE "arqdatas.txt" TO CERT-LIN-ARQUIVO
553400     MOVE "datas pessoais excluidas" TO CERT-LIN-TRATAMENTO
553410     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
553420         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
553430     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
553440 3925-ESQUECER-DATAS-EXIT.
553450     EXIT.
553460
553470 3926-EXCLUIR-UMA-ARQDATA.
553480     MOVE "N" TO INDICADOR-FILHO-PENDENTE
553490     MOVE ID-ESQUECER TO ARQDT-PESSOA-ID
553500     MOVE ZEROS TO ARQDT-SEQUENCIA
553510     START ARQUIVO-ARQ-DATAS KEY IS NOT LESS THAN ARQDT-CHAVE
553520         INVALID KEY
553530             GO TO 3926-EXCLUIR-UMA-ARQDATA-EXIT
553540     END-START
553550     READ ARQUIVO-ARQ-DATAS NEXT RECORD
553560         AT END
553570             GO TO 3926-EXCLUIR-UMA-ARQDATA-EXIT
553580     END-READ
553590     IF ARQDT-PESSOA-ID NOT = ID-ESQUECER
553600         GO TO 3926-EXCLUIR-UMA-ARQDATA-EXIT
553610     END-IF
553620     DELETE ARQUIVO-ARQ-DATAS
553630         INVALID KEY
553640             DISPLAY "Erro ao excluir data arquivada do ID "
553650                 ID-ESQUECER
553660             GO TO 3926-EXCLUIR-UMA-ARQDATA-EXIT
553670     END-DELETE
553680     ADD 1 TO CONTADOR-ESQ-ARQUIVO
553690     SET FILHO-PENDENTE TO TRUE.
553700 3926-EXCLUIR-UMA-ARQDATA-EXIT.
553710     EXIT.
553720
553730*================================================================
553740* 3930-CONFERIR-VINCULOS
553750* Conta os vinculos em que a pessoa aparece (como origem ou como
553760* destino) em vinculos.txt e arqvinculos.txt. O vinculo so tem os
553770* dois IDs, o tipo e a data de inicio, e e tambem dado da outra
553780* pessoa: fica como esta e entra no certificado como conferido.
553790*================================================================
553800 3930-CONFERIR-VINCULOS.
553810     PERFORM 3600-ABRIR-VINCULOS-IO
553820         THRU 3600-ABRIR-VINCULOS-IO-EXIT
553830     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
553840     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
553850     MOVE ID-ESQUECER TO VINC-PESSOA-ID
553860     MOVE ZEROS TO VINC-OUTRO-ID
553870     MOVE SPACES TO VINC-TIPO
553880     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
553890         INVALID KEY
553900             SET FIM-ESQUECIMENTO TO TRUE
553910     END-START
553920     PERFORM 3931-CONTAR-VINCULO-ORIGEM
553930         THRU 3931-CONTAR-VINCULO-ORIGEM-EXIT
553940         UNTIL FIM-ESQUECIMENTO
553950     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
553960     MOVE ID-ESQUECER TO VINC-OUTRO-ID
553970     START ARQUIVO-VINCULOS KEY IS NOT LESS THAN VINC-OUTRO-ID
553980         INVALID KEY
553990             SET FIM-ESQUECIMENTO TO TRUE
554000     END-START
554010     PERFORM 3932-CONTAR-VINCULO-DESTINO
554020         THRU 3932-CONTAR-VINCULO-DESTINO-EXIT
554030         UNTIL FIM-ESQUECIMENTO
554040     CLOSE ARQUIVO-VINCULOS
554050     MOVE "vinculos.txt" TO CERT-LIN-ARQUIVO
554060     MOVE "mantidos; sem dado pessoal" TO CERT-LIN-TRATAMENTO
554070     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
554080         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
554090
554100     PERFORM 6307-ABRIR-ARQVINCULOS-IO
554110         THRU 6307-ABRIR-ARQVINCULOS-IO-EXIT
554120     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
554130     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
554140     MOVE ID-ESQUECER TO ARQVINC-PESSOA-ID
554150     MOVE ZEROS TO ARQVINC-OUTRO-ID
554160     MOVE SPACES TO ARQVINC-TIPO
554170     START ARQUIVO-ARQ-VINCULOS KEY IS NOT LESS THAN ARQVINC-CHAVE
554180         INVALID KEY
554190             SET FIM-ESQUECIMENTO TO TRUE
554200     END-START
554210     PERFORM 3933-CONTAR-ARQVINC-ORIGEM
554220         THRU 3933-CONTAR-ARQVINC-ORIGEM-EXIT
554230         UNTIL FIM-ESQUECIMENTO
554240     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
554250     MOVE ID-ESQUECER TO ARQVINC-OUTRO-ID
554260     START ARQUIVO-ARQ-VINCULOS
554270             KEY IS NOT LESS THAN ARQVINC-OUTRO-ID
554280         INVALID KEY
554290             SET FIM-ESQUECIMENTO TO TRUE
554300     END-START
554310     PERFORM 3934-CONTAR-ARQVINC-DESTINO
554320         THRU 3934-CONTAR-ARQVINC-DESTINO-EXIT
554330         UNTIL FIM-ESQUECIMENTO
554340     CLOSE ARQUIVO-ARQ-VINCULOS
554350     MOVE "arqvinculos.txt" TO CERT-LIN-ARQUIVO
554360     MOVE "mantidos; sem dado pessoal" TO CERT-LIN-TRATAMENTO
554370     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
554380         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT.
554390 3930-CONFERIR-VINCULOS-EXIT.
554400     EXIT.
554410
554420 3931-CONTAR-VINCULO-ORIGEM.
554430     READ ARQUIVO-VINCULOS NEXT RECORD
554440         AT END
554450             SET FIM-ESQUECIMENTO TO TRUE
554460             GO TO 3931-CONTAR-VINCULO-ORIGEM-EXIT
554470     END-READ
554480     IF VINC-PESSOA-ID NOT = ID-ESQUECER
554490         SET FIM-ESQUECIMENTO TO TRUE
554500         GO TO 3931-CONTAR-VINCULO-ORIGEM-EXIT
554510     END-IF
554520     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
554530 3931-CONTAR-VINCULO-ORIGEM-EXIT.
554540     EXIT.
554550
554560 3932-CONTAR-VINCULO-DESTINO.
554570     READ ARQUIVO-VINCULOS NEXT RECORD
554580         AT END
554590             SET FIM-ESQUECIMENTO TO TRUE
554600             GO TO 3932-CONTAR-VINCULO-DESTINO-EXIT
554610     END-READ
554620     IF VINC-OUTRO-ID NOT = ID-ESQUECER
554630         SET FIM-ESQUECIMENTO TO TRUE
554640         GO TO 3932-CONTAR-VINCULO-DESTINO-EXIT
554650     END-IF
554660     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
554670 3932-CONTAR-VINCULO-DESTINO-EXIT.
554680     EXIT.
554690
554700 3933-CONTAR-ARQVINC-ORIGEM.
554710     READ ARQUIVO-ARQ-VINCULOS NEXT RECORD
554720         AT END
554730             SET FIM-ESQUECIMENTO TO TRUE
554740             GO TO 3933-CONTAR-ARQVINC-ORIGEM-EXIT
554750     END-READ
554760     IF ARQVINC-PESSOA-ID NOT = ID-ESQUECER
554770         SET FIM-ESQUECIMENTO TO TRUE
554780         GO TO 3933-CONTAR-ARQVINC-ORIGEM-EXIT
554790     END-IF
554800     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
554810 3933-CONTAR-ARQVINC-ORIGEM-EXIT.
554820     EXIT.
554830
554840 3934-CONTAR-ARQVINC-DESTINO.
554850     READ ARQUIVO-ARQ-VINCULOS NEXT RECORD
554860         AT END
554870             SET FIM-ESQUECIMENTO TO TRUE
554880             GO TO 3934-CONTAR-ARQVINC-DESTINO-EXIT
554890     END-READ
554900     IF ARQVINC-OUTRO-ID NOT = ID-ESQUECER
554910         SET FIM-ESQUECIMENTO TO TRUE
554920         GO TO 3934-CONTAR-ARQVINC-DESTINO-EXIT
554930     END-IF
554940     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
554950 3934-CONTAR-ARQVINC-DESTINO-EXIT.
554960     EXIT.
554970
554980*================================================================
554990* 3935-CONFERIR-CAMPANHAS
555000* Conta as cartas de campanha da pessoa em campanhas.txt. O
555010* registro so tem codigo, datas e resposta (S/N): fica como esta,
555020* para o resumo de campanhas continuar fechando.
555030*================================================================
555040 3935-CONFERIR-CAMPANHAS.
555050     PERFORM 8375-ABRIR-CAMPANHAS-IO
555060         THRU 8375-ABRIR-CAMPANHAS-IO-EXIT
555070     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
555080     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
555090     MOVE ID-ESQUECER TO CAMP-PESSOA-ID
555100     MOVE SPACES TO CAMP-CODIGO
555110     START ARQUIVO-CAMPANHAS KEY IS NOT LESS THAN CAMP-CHAVE
555120         INVALID KEY
555130             SET FIM-ESQUECIMENTO TO TRUE
555140     END-START
555150     PERFORM 3936-CONTAR-CAMPANHA-PESSOA
555160         THRU 3936-CONTAR-CAMPANHA-PESSOA-EXIT
555170         UNTIL FIM-ESQUECIMENTO
555180     CLOSE ARQUIVO-CAMPANHAS
555190     MOVE "campanhas.txt" TO CERT-LIN-ARQUIVO
555200     MOVE "mantidas; so datas e resposta" TO CERT-LIN-TRATAMENTO
555210     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
555220         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT.
555230 3935-CONFERIR-CAMPANHAS-EXIT.
555240     EXIT.
555250
555260 3936-CONTAR-CAMPANHA-PESSOA.
555270     READ ARQUIVO-CAMPANHAS NEXT RECORD
555280         AT END
555290             SET FIM-ESQUECIMENTO TO TRUE
555300             GO TO 3936-CONTAR-CAMPANHA-PESSOA-EXIT
555310     END-READ
555320     IF CAMP-PESSOA-ID NOT = ID-ESQUECER
555330         SET FIM-ESQUECIMENTO TO TRUE
555340         GO TO 3936-CONTAR-CAMPANHA-PESSOA-EXIT
555350     END-IF
555360     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
555370 3936-CONTAR-CAMPANHA-PESSOA-EXIT.
555380     EXIT.
555390
555400*================================================================
555410* 3940-ESQUECER-CONSENTIMENTOS
555420* Registra recusa nos tres canais (CARTA, EMAIL e TELEFONE), com
555430* a data e o operador do esquecimento, para que ninguem volte a
555440* procurar a pessoa pelas rodadas de cartas ou pela exportacao.
555450*================================================================
555460 3940-ESQUECER-CONSENTIMENTOS.
555470     PERFORM 3860-ABRIR-CONSENT-IO
555480         THRU 3860-ABRIR-CONSENT-IO-EXIT
555490     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
555500     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
555510     PERFORM 3941-RECUSAR-UM-CANAL
555520         THRU 3941-RECUSAR-UM-CANAL-EXIT
555530         VARYING INDICE-CANAL-CONSENT FROM 1 BY 1
555540         UNTIL INDICE-CANAL-CONSENT > 3
555550     CLOSE ARQUIVO-CONSENTIMENTOS
555560     MOVE "consentimentos.txt" TO CERT-LIN-ARQUIVO
555570     MOVE "recusa registrada no canal" TO CERT-LIN-TRATAMENTO
555580     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
555590         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
555600     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
555610 3940-ESQUECER-CONSENTIMENTOS-EXIT.
555620     EXIT.
555630
555640 3941-RECUSAR-UM-CANAL.
555650     MOVE "S" TO INDICADOR-CONSENT-EXISTE
555660     MOVE ID-ESQUECER TO CONS-PESSOA-ID
555670     MOVE CANAL-CONSENT-TAB(INDICE-CANAL-CONSENT) TO CONS-CANAL
555680     READ ARQUIVO-CONSENTIMENTOS
555690         INVALID KEY
555700             MOVE "N" TO INDICADOR-CONSENT-EXISTE
555710     END-READ
555720     IF CONSENT-EXISTE AND CONS-SITUACAO = "N"
555730         GO TO 3941-RECUSAR-UM-CANAL-EXIT
555740     END-IF
555750     MOVE ID-ESQUECER    TO CONS-PESSOA-ID
555760     MOVE CANAL-CONSENT-TAB(INDICE-CANAL-CONSENT) TO CONS-CANAL
555770     MOVE "N"            TO CONS-SITUACAO
555780     MOVE DATA-DE-HOJE   TO CONS-DATA
555790     MOVE OPERADOR-ATUAL TO CONS-OPERADOR
555800     IF CONSENT-EXISTE
555810         REWRITE REGISTRO-CONSENTIMENTO
555820             INVALID KEY
555830                 DISPLAY "Erro ao atualizar consentimento do ID "
555840                     ID-ESQUECER
555850                 GO TO 3941-RECUSAR-UM-CANAL-EXIT
555860         END-REWRITE
555870     ELSE
555880         WRITE REGISTRO-CONSENTIMENTO
555890             INVALID KEY
555900                 DISPLAY "Erro ao gravar consentimento do ID "
555910                     ID-ESQUECER
555920                 GO TO 3941-RECUSAR-UM-CANAL-EXIT
555930         END-WRITE
555940     END-IF
555950     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
555960 3941-RECUSAR-UM-CANAL-EXIT.
555970     EXIT.
555980
555990*================================================================
556000* 3945-ESQUECER-RETORNO
556010* Exclui o retorno agendado da pessoa em proximos.txt.
556020*================================================================
556030 3945-ESQUECER-RETORNO.
556040     PERFORM 3505-ABRIR-PROXIMOS-IO
556050         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
556060     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
556070     MOVE ID-ESQUECER TO PROX-PESSOA-ID
556080     DELETE ARQUIVO-PROXIMOS
556090         INVALID KEY
556100             CONTINUE
556110         NOT INVALID KEY
556120             ADD 1 TO CONTADOR-ESQ-ARQUIVO
556130     END-DELETE
556140     CLOSE ARQUIVO-PROXIMOS
556150     MOVE "proximos.txt" TO CERT-LIN-ARQUIVO
556160     MOVE "retorno agendado excluido" TO CERT-LIN-TRATAMENTO
556170     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
556180         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
556190     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
556200 3945-ESQUECER-RETORNO-EXIT.
556210     EXIT.
556220
556230*================================================================
556240* 3950-ESQUECER-AUDITORIA-VIVA
556250* Regrava auditoria.txt com os eventos da pessoa anonimizados
556260* (3955), passando por esquecimento.tmp como o fechamento mensal
556270* faz com auditoria.novo. Nenhum evento sai nem muda de acao,
556280* data/hora ou operador, e o arquivo so e regravado quando algum
556290* evento mudou.
556300*================================================================
556310 3950-ESQUECER-AUDITORIA-VIVA.
556320     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
556325     MOVE ZERO TO CONTADOR-RESSELADOS-ARQ
556330     PERFORM 3951-REGRAVAR-AUDITORIA-VIVA
556340         THRU 3951-REGRAVAR-AUDITORIA-VIVA-EXIT
556350     MOVE "auditoria.txt" TO CERT-LIN-ARQUIVO
556360     MOVE "eventos anonimizados" TO CERT-LIN-TRATAMENTO
556370     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
556380         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
556390     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
556400 3950-ESQUECER-AUDITORIA-VIVA-EXIT.
556410     EXIT.
556420
556430 3951-REGRAVAR-AUDITORIA-VIVA.
556440     OPEN INPUT ARQUIVO-AUDITORIA
556450     IF STATUS-AUDITORIA NOT = "00"
556460         GO TO 3951-REGRAVAR-AUDITORIA-VIVA-EXIT
556470     END-IF
556480     OPEN OUTPUT ARQUIVO-ESQ-TRABALHO
556490     IF STATUS-ESQ-TRABALHO NOT = "00"
556500         DISPLAY "Erro ao criar esquecimento.tmp: "
556510             STATUS-ESQ-TRABALHO
556520         CLOSE ARQUIVO-AUDITORIA
556530         GO TO 3951-REGRAVAR-AUDITORIA-VIVA-EXIT
556540     END-IF
556550     MOVE "N" TO INDICADOR-FIM-AUDITORIA
556560     PERFORM 3952-ANONIMIZAR-EVENTO-VIVO
556570         THRU 3952-ANONIMIZAR-EVENTO-VIVO-EXIT
556580         UNTIL FIM-AUDITORIA
556590     CLOSE ARQUIVO-AUDITORIA
556600     CLOSE ARQUIVO-ESQ-TRABALHO
556610     IF CONTADOR-ESQ-ARQUIVO = ZERO
556615             AND CONTADOR-RESSELADOS-ARQ = ZERO
556620         GO TO 3951-REGRAVAR-AUDITORIA-VIVA-EXIT
556630     END-IF
556640
556650     OPEN INPUT ARQUIVO-ESQ-TRABALHO
556660     OPEN OUTPUT ARQUIVO-AUDITORIA
556670     IF STATUS-AUDITORIA NOT = "00"
556680         DISPLAY "Erro ao regravar auditoria.txt: "
556690             STATUS-AUDITORIA
556700         CLOSE ARQUIVO-ESQ-TRABALHO
556710         GO TO 3951-REGRAVAR-AUDITORIA-VIVA-EXIT
556720     END-IF
556730     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
556740     PERFORM 3953-DEVOLVER-EVENTO-VIVO
556750         THRU 3953-DEVOLVER-EVENTO-VIVO-EXIT
556760         UNTIL FIM-ESQUECIMENTO
556770     CLOSE ARQUIVO-ESQ-TRABALHO
556780     CLOSE ARQUIVO-AUDITORIA.
556790 3951-REGRAVAR-AUDITORIA-VIVA-EXIT.
556800     EXIT.
556810
556820 3952-ANONIMIZAR-EVENTO-VIVO.
556830     READ ARQUIVO-AUDITORIA
556840         AT END
556850             SET FIM-AUDITORIA TO TRUE
556860         NOT AT END
556870             PERFORM 3955-ANONIMIZAR-EVENTO
556880                 THRU 3955-ANONIMIZAR-EVENTO-EXIT
556882             PERFORM 3958-RESSELAR-EVENTO
556884                 THRU 3958-RESSELAR-EVENTO-EXIT
556890             MOVE REGISTRO-AUDITORIA TO REGISTRO-ESQ-TRABALHO
556900             WRITE REGISTRO-ESQ-TRABALHO
556910     END-READ.
556920 3952-ANONIMIZAR-EVENTO-VIVO-EXIT.
556930     EXIT.
556940
556950 3953-DEVOLVER-EVENTO-VIVO.
556960     READ ARQUIVO-ESQ-TRABALHO
556970         AT END
556980             SET FIM-ESQUECIMENTO TO TRUE
556990         NOT AT END
557000             MOVE REGISTRO-ESQ-TRABALHO TO REGISTRO-AUDITORIA
557010             WRITE REGISTRO-AUDITORIA
557020     END-READ.
557030 3953-DEVOLVER-EVENTO-VIVO-EXIT.
557040     EXIT.
557050
557060*================================================================
557070* 3955-ANONIMIZAR-EVENTO
557080* Anonimiza em REGISTRO-AUDITORIA o evento da pessoa esquecida:
557090* nomes antigo e novo viram ANONIMIZADO (guardando antes o nome
557100* para a limpeza das cartas) e as observacoes sao apagadas, menos
557110* no CONSENTE e no CARTEIRA, onde so guardam canal e situacao
557115* ou os operadores responsaveis. Conta o evento quando alguma
557120* coisa mudou.
557130*================================================================
557140 3955-ANONIMIZAR-EVENTO.
557150     IF AUD-ID NOT = ID-ESQUECER
557160         GO TO 3955-ANONIMIZAR-EVENTO-EXIT
557170     END-IF
557180     MOVE REGISTRO-AUDITORIA TO REGISTRO-ESQ-ANTES
557190     IF AUD-NOME-ANTIGO NOT = SPACES
557200         MOVE AUD-NOME-ANTIGO TO VALOR-ESQ-CANDIDATO
557210         PERFORM 3956-GUARDAR-VALOR-ESQUECER
557220             THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
557230         MOVE NOME-ANONIMO TO AUD-NOME-ANTIGO
557240     END-IF
557250     IF AUD-NOME-NOVO NOT = SPACES
557260         MOVE AUD-NOME-NOVO TO VALOR-ESQ-CANDIDATO
557270         PERFORM 3956-GUARDAR-VALOR-ESQUECER
557280             THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
557290         MOVE NOME-ANONIMO TO AUD-NOME-NOVO
557300     END-IF
557310     IF AUD-ACAO NOT = "CONSENTE" AND NOT = "CARTEIRA"
557320         MOVE SPACES TO AUD-OBSERVACAO-ANTIGA
557330         MOVE SPACES TO AUD-OBSERVACAO-NOVA
557340     END-IF
557350     IF REGISTRO-AUDITORIA NOT = REGISTRO-ESQ-ANTES
557360         ADD 1 TO CONTADOR-ESQ-ARQUIVO
557370     END-IF.
557380 3955-ANONIMIZAR-EVENTO-EXIT.
557390     EXIT.
557400
557410*================================================================
557420* 3956-GUARDAR-VALOR-ESQUECER
557430* Guarda VALOR-ESQ-CANDIDATO (um nome ou dado de contato da
557440* pessoa) na tabela dos valores a apagar das cartas, sem repetir
557450* e ignorando brancos e o proprio ANONIMIZADO.
557460*================================================================
557470 3956-GUARDAR-VALOR-ESQUECER.
557480     IF VALOR-ESQ-CANDIDATO = SPACES
557490             OR VALOR-ESQ-CANDIDATO = NOME-ANONIMO
557500         GO TO 3956-GUARDAR-VALOR-ESQUECER-EXIT
557510     END-IF
557520     MOVE "N" TO INDICADOR-VALOR-ESQ-ACHADO
557530     PERFORM 3957-COMPARAR-VALOR-ESQUECER
557540         THRU 3957-COMPARAR-VALOR-ESQUECER-EXIT
557550         VARYING INDICE-VALOR-ESQ FROM 1 BY 1
557560         UNTIL INDICE-VALOR-ESQ > QTD-VALORES-ESQUECER
557570             OR VALOR-ESQ-ACHADO
557580     IF VALOR-ESQ-ACHADO
557590         GO TO 3956-GUARDAR-VALOR-ESQUECER-EXIT
557600     END-IF
557610     IF QTD-VALORES-ESQUECER < 40
557620         ADD 1 TO QTD-VALORES-ESQUECER
557630         MOVE VALOR-ESQ-CANDIDATO
557640             TO VALOR-ESQ-TAB(QTD-VALORES-ESQUECER)
557650     END-IF.
557660 3956-GUARDAR-VALOR-ESQUECER-EXIT.
557670     EXIT.
557680
557690 3957-COMPARAR-VALOR-ESQUECER.
557700     IF VALOR-ESQ-TAB(INDICE-VALOR-ESQ) = VALOR-ESQ-CANDIDATO
557710         SET VALOR-ESQ-ACHADO TO TRUE
557720     END-IF.
557730 3957-COMPARAR-VALOR-ESQUECER-EXIT.
557740     EXIT.
557750
557760*================================================================
557770* 3960-ESQUECER-GERACOES
557780* Anonimiza os eventos da pessoa nas geracoes mensais
557790* auditoria.AAAAMM.txt, do primeiro mes fechado registrado em
557800* audresumo.txt ate o mes corrente; mes sem geracao e pulado.
557810* Cada geracao existente sai no certificado com a sua contagem.
557820*================================================================
557830 3960-ESQUECER-GERACOES.
557840     MOVE ZERO TO ANO-MES-VARRIDO
557850     OPEN INPUT ARQUIVO-AUD-RESUMO
557860     IF STATUS-AUD-RESUMO NOT = "00"
557870         GO TO 3960-ESQUECER-GERACOES-EXIT
557880     END-IF
557890     MOVE "N" TO INDICADOR-FIM-AUD-RESUMO
557900     PERFORM 3961-LER-INICIO-GERACOES
557910         THRU 3961-LER-INICIO-GERACOES-EXIT
557920         UNTIL FIM-AUD-RESUMO
557930     CLOSE ARQUIVO-AUD-RESUMO
557940     IF ANO-MES-VARRIDO = ZERO
557950         GO TO 3960-ESQUECER-GERACOES-EXIT
557960     END-IF
557970
557980     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
557990     COMPUTE ANO-MES-ESQ-FIM = (ANO-HOJE * 100) + MES-HOJE
558000     PERFORM 3962-ESQUECER-UMA-GERACAO
558010         THRU 3962-ESQUECER-UMA-GERACAO-EXIT
558020         UNTIL ANO-MES-VARRIDO > ANO-MES-ESQ-FIM.
558030 3960-ESQUECER-GERACOES-EXIT.
558040     EXIT.
558050
558060 3961-LER-INICIO-GERACOES.
558070     READ ARQUIVO-AUD-RESUMO
558080         AT END
558090             SET FIM-AUD-RESUMO TO TRUE
558100         NOT AT END
558110             IF ANO-MES-VARRIDO = ZERO
558120                     OR RESMES-ANO-MES < ANO-MES-VARRIDO
558130                 MOVE RESMES-ANO-MES TO ANO-MES-VARRIDO
558140             END-IF
558150     END-READ.
558160 3961-LER-INICIO-GERACOES-EXIT.
558170     EXIT.
558180
558190 3962-ESQUECER-UMA-GERACAO.
558200     MOVE SPACES TO NOME-AUD-GERACAO
558210     STRING "auditoria."     DELIMITED BY SIZE
558220             ANO-MES-VARRIDO DELIMITED BY SIZE
558230             ".txt"          DELIMITED BY SIZE
558240         INTO NOME-AUD-GERACAO
558250     PERFORM 3963-REGRAVAR-GERACAO
558260         THRU 3963-REGRAVAR-GERACAO-EXIT
558270
558280     IF MES-VARRIDO = 12
558290         ADD 1 TO ANO-VARRIDO
558300         MOVE 1 TO MES-VARRIDO
558310     ELSE
558320         ADD 1 TO MES-VARRIDO
558330     END-IF.
558340 3962-ESQUECER-UMA-GERACAO-EXIT.
558350     EXIT.
558360
558370 3963-REGRAVAR-GERACAO.
558380     OPEN INPUT ARQUIVO-AUD-GERACAO
558390     IF STATUS-AUD-GERACAO NOT = "00"
558400         GO TO 3963-REGRAVAR-GERACAO-EXIT
558410     END-IF
558420     OPEN OUTPUT ARQUIVO-ESQ-TRABALHO
558430     IF STATUS-ESQ-TRABALHO NOT = "00"
558440         DISPLAY "Erro ao criar esquecimento.tmp: "
558450             STATUS-ESQ-TRABALHO
558460         CLOSE ARQUIVO-AUD-GERACAO
558470         GO TO 3963-REGRAVAR-GERACAO-EXIT
558480     END-IF
558490     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
558495     MOVE ZERO TO CONTADOR-RESSELADOS-ARQ
558500     MOVE "N" TO INDICADOR-FIM-AUD-GERACAO
558510     PERFORM 3964-ANONIMIZAR-EVENTO-GERACAO
558520         THRU 3964-ANONIMIZAR-EVENTO-GERACAO-EXIT
558530         UNTIL FIM-AUD-GERACAO
558540     CLOSE ARQUIVO-AUD-GERACAO
558550     CLOSE ARQUIVO-ESQ-TRABALHO
558560
558570     IF CONTADOR-ESQ-ARQUIVO > ZERO
558575             OR CONTADOR-RESSELADOS-ARQ > ZERO
558580         OPEN INPUT ARQUIVO-ESQ-TRABALHO
558590         OPEN OUTPUT ARQUIVO-AUD-GERACAO
558600         IF STATUS-AUD-GERACAO NOT = "00"
558610             DISPLAY "Erro ao regravar a geração "
558620                 NOME-AUD-GERACAO ": " STATUS-AUD-GERACAO
558630             CLOSE ARQUIVO-ESQ-TRABALHO
558640             GO TO 3963-REGRAVAR-GERACAO-EXIT
558650         END-IF
558660         MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
558670         PERFORM 3965-DEVOLVER-EVENTO-GERACAO
558680             THRU 3965-DEVOLVER-EVENTO-GERACAO-EXIT
558690             UNTIL FIM-ESQUECIMENTO
558700         CLOSE ARQUIVO-ESQ-TRABALHO
558710         CLOSE ARQUIVO-AUD-GERACAO
558720     END-IF
558730
558740     MOVE NOME-AUD-GERACAO TO CERT-LIN-ARQUIVO
558750     MOVE "eventos anonimizados" TO CERT-LIN-TRATAMENTO
558760     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
558770         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
558780     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
558790 3963-REGRAVAR-GERACAO-EXIT.
558800     EXIT.
558810
558820 3964-ANONIMIZAR-EVENTO-GERACAO.
558830     READ ARQUIVO-AUD-GERACAO
558840         AT END
558850             SET FIM-AUD-GERACAO TO TRUE
558860         NOT AT END
558870             MOVE REGISTRO-AUD-GERACAO TO REGISTRO-AUDITORIA
558880             PERFORM 3955-ANONIMIZAR-EVENTO
558890                 THRU 3955-ANONIMIZAR-EVENTO-EXIT
558892             PERFORM 3958-RESSELAR-EVENTO
558894                 THRU 3958-RESSELAR-EVENTO-EXIT
558900             MOVE REGISTRO-AUDITORIA TO REGISTRO-ESQ-TRABALHO
558910             WRITE REGISTRO-ESQ-TRABALHO
558920     END-READ.
558930 3964-ANONIMIZAR-EVENTO-GERACAO-EXIT.
558940     EXIT.
558950
558960 3965-DEVOLVER-EVENTO-GERACAO.
558970     READ ARQUIVO-ESQ-TRABALHO
558980         AT END
558990             SET FIM-ESQUECIMENTO TO TRUE
559000         NOT AT END
559010             MOVE REGISTRO-ESQ-TRABALHO TO REGISTRO-AUD-GERACAO
559020             WRITE REGISTRO-AUD-GERACAO
559030     END-READ.
559040 3965-DEVOLVER-EVENTO-GERACAO-EXIT.
559050     EXIT.
559060
559070*================================================================
559080* 3970-ESQUECER-BACKUP
559090* Anonimiza nome e observacao da pessoa nas linhas "D" do
559100* pessoas.bak. PESSOA-ID e DATA-CONHECEU nao mudam e nenhuma
559110* linha sai, entao a quantidade e os hash-totais do trailer
559120* continuam conferindo na restauracao.
559130*================================================================
559140 3970-ESQUECER-BACKUP.
559150     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
559160     PERFORM 3971-REGRAVAR-BACKUP
559170         THRU 3971-REGRAVAR-BACKUP-EXIT
559180     MOVE "pessoas.bak" TO CERT-LIN-ARQUIVO
559190     MOVE "nome e observacao anonimizados" TO CERT-LIN-TRATAMENTO
559200     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
559210         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
559220     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
559230 3970-ESQUECER-BACKUP-EXIT.
559240     EXIT.
559250
559260 3971-REGRAVAR-BACKUP.
559270     OPEN INPUT ARQUIVO-BACKUP
559280     IF STATUS-BACKUP NOT = "00"
559290         GO TO 3971-REGRAVAR-BACKUP-EXIT
559300     END-IF
559310     OPEN OUTPUT ARQUIVO-ESQ-TRABALHO
559320     IF STATUS-ESQ-TRABALHO NOT = "00"
559330         DISPLAY "Erro ao criar esquecimento.tmp: "
559340             STATUS-ESQ-TRABALHO
559350         CLOSE ARQUIVO-BACKUP
559360         GO TO 3971-REGRAVAR-BACKUP-EXIT
559370     END-IF
559380     MOVE "N" TO INDICADOR-FIM-BACKUP
559390     PERFORM 3972-ANONIMIZAR-LINHA-BACKUP
559400         THRU 3972-ANONIMIZAR-LINHA-BACKUP-EXIT
559410         UNTIL FIM-BACKUP
559420     CLOSE ARQUIVO-BACKUP
559430     CLOSE ARQUIVO-ESQ-TRABALHO
559440     IF CONTADOR-ESQ-ARQUIVO = ZERO
559450         GO TO 3971-REGRAVAR-BACKUP-EXIT
559460     END-IF
559470
559480     OPEN INPUT ARQUIVO-ESQ-TRABALHO
559490     OPEN OUTPUT ARQUIVO-BACKUP
559500     IF STATUS-BACKUP NOT = "00"
559510         DISPLAY "Erro ao regravar pessoas.bak: " STATUS-BACKUP
559520         CLOSE ARQUIVO-ESQ-TRABALHO
559530         GO TO 3971-REGRAVAR-BACKUP-EXIT
559540     END-IF
559550     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
559560     PERFORM 3973-DEVOLVER-LINHA-BACKUP
559570         THRU 3973-DEVOLVER-LINHA-BACKUP-EXIT
559580         UNTIL FIM-ESQUECIMENTO
559590     CLOSE ARQUIVO-ESQ-TRABALHO
559600     CLOSE ARQUIVO-BACKUP.
559610 3971-REGRAVAR-BACKUP-EXIT.
559620     EXIT.
559630
559640 3972-ANONIMIZAR-LINHA-BACKUP.
559650     READ ARQUIVO-BACKUP
559660         AT END
559670             SET FIM-BACKUP TO TRUE
559680             GO TO 3972-ANONIMIZAR-LINHA-BACKUP-EXIT
559690     END-READ
559700     IF REGISTRO-BACKUP(1:1) = "D"
559710         MOVE REGISTRO-BACKUP TO REGISTRO-BACKUP-DETALHE
559720         MOVE BKD-REGISTRO TO IMAGEM-PESSOA-ESQ
559730         IF IMGESQ-PESSOA-ID = ID-ESQUECER
559740             PERFORM 3974-ANONIMIZAR-IMAGEM-BACKUP
559750                 THRU 3974-ANONIMIZAR-IMAGEM-BACKUP-EXIT
559760         END-IF
559770     END-IF
559780     MOVE REGISTRO-BACKUP TO REGISTRO-ESQ-TRABALHO
559790     WRITE REGISTRO-ESQ-TRABALHO.
559800 3972-ANONIMIZAR-LINHA-BACKUP-EXIT.
559810     EXIT.
559820
559830 3973-DEVOLVER-LINHA-BACKUP.
559840     READ ARQUIVO-ESQ-TRABALHO
559850         AT END
559860             SET FIM-ESQUECIMENTO TO TRUE
559870         NOT AT END
559880             MOVE REGISTRO-ESQ-TRABALHO TO REGISTRO-BACKUP
559890             WRITE REGISTRO-BACKUP
559900     END-READ.
559910 3973-DEVOLVER-LINHA-BACKUP-EXIT.
559920     EXIT.
559930
559940 3974-ANONIMIZAR-IMAGEM-BACKUP.
559950     MOVE IMGESQ-NOME TO VALOR-ESQ-CANDIDATO
559960     PERFORM 3956-GUARDAR-VALOR-ESQUECER
559970         THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
559980     IF IMGESQ-NOME = NOME-ANONIMO
559990             AND IMGESQ-OBSERVACAO = SPACES
560000         GO TO 3974-ANONIMIZAR-IMAGEM-BACKUP-EXIT
560010     END-IF
560020     MOVE NOME-ANONIMO TO IMGESQ-NOME
560030     MOVE NOME-ANONIMO TO IMGESQ-NOME-MAIUSC
560040     MOVE SPACES       TO IMGESQ-OBSERVACAO
560050     MOVE IMAGEM-PESSOA-ESQ TO BKD-REGISTRO
560060     MOVE SPACES TO REGISTRO-BACKUP
560070     MOVE REGISTRO-BACKUP-DETALHE TO REGISTRO-BACKUP
560080     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
560090 3974-ANONIMIZAR-IMAGEM-BACKUP-EXIT.
560100     EXIT.
560110
560120*================================================================
560130* 3975-ESQUECER-CARTAS
560140* Troca por ANONIMIZADO, em cartas.txt, cada nome e dado de
560150* contato guardado da pessoa ao longo do esquecimento, usando a
560160* mesma substituicao de marcadores da mala direta. Conta as
560170* linhas alteradas.
560180*================================================================
560190 3975-ESQUECER-CARTAS.
560200     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
560210     IF QTD-VALORES-ESQUECER > ZERO
560220         PERFORM 3976-REGRAVAR-CARTAS
560230             THRU 3976-REGRAVAR-CARTAS-EXIT
560240     END-IF
560250     MOVE "cartas.txt" TO CERT-LIN-ARQUIVO
560260     MOVE "linhas com nome/contato anonimizado"
560270         TO CERT-LIN-TRATAMENTO
560280     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
560290         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
560300     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
560310 3975-ESQUECER-CARTAS-EXIT.
560320     EXIT.
560330
560340 3976-REGRAVAR-CARTAS.
560350     OPEN INPUT ARQUIVO-CARTAS
560360     IF STATUS-CARTAS NOT = "00"
560370         GO TO 3976-REGRAVAR-CARTAS-EXIT
560380     END-IF
560390     OPEN OUTPUT ARQUIVO-ESQ-TRABALHO
560400     IF STATUS-ESQ-TRABALHO NOT = "00"
560410         DISPLAY "Erro ao criar esquecimento.tmp: "
560420             STATUS-ESQ-TRABALHO
560430         CLOSE ARQUIVO-CARTAS
560440         GO TO 3976-REGRAVAR-CARTAS-EXIT
560450     END-IF
560460     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
560470     PERFORM 3977-ANONIMIZAR-LINHA-CARTA
560480         THRU 3977-ANONIMIZAR-LINHA-CARTA-EXIT
560490         UNTIL FIM-ESQUECIMENTO
560500     CLOSE ARQUIVO-CARTAS
560510     CLOSE ARQUIVO-ESQ-TRABALHO
560520     IF CONTADOR-ESQ-ARQUIVO = ZERO
560530         GO TO 3976-REGRAVAR-CARTAS-EXIT
560540     END-IF
560550
560560     OPEN INPUT ARQUIVO-ESQ-TRABALHO
560570     OPEN OUTPUT ARQUIVO-CARTAS
560580     IF STATUS-CARTAS NOT = "00"
560590         DISPLAY "Erro ao regravar cartas.txt: " STATUS-CARTAS
560600         CLOSE ARQUIVO-ESQ-TRABALHO
560610         GO TO 3976-REGRAVAR-CARTAS-EXIT
560620     END-IF
560630     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
560640     PERFORM 3979-DEVOLVER-LINHA-CARTA
560650         THRU 3979-DEVOLVER-LINHA-CARTA-EXIT
560660         UNTIL FIM-ESQUECIMENTO
560670     CLOSE ARQUIVO-ESQ-TRABALHO
560680     CLOSE ARQUIVO-CARTAS.
560690 3976-REGRAVAR-CARTAS-EXIT.
560700     EXIT.
560710
560720 3977-ANONIMIZAR-LINHA-CARTA.
560730     READ ARQUIVO-CARTAS
560740         AT END
560750             SET FIM-ESQUECIMENTO TO TRUE
560760             GO TO 3977-ANONIMIZAR-LINHA-CARTA-EXIT
560770     END-READ
560780     MOVE REGISTRO-CARTA TO LINHA-TRABALHO-CARTA
560790     MOVE REGISTRO-CARTA TO LINHA-CARTA-ANTES
560800     PERFORM 3978-TROCAR-VALOR-CARTA
560810         THRU 3978-TROCAR-VALOR-CARTA-EXIT
560820         VARYING INDICE-VALOR-ESQ FROM 1 BY 1
560830         UNTIL INDICE-VALOR-ESQ > QTD-VALORES-ESQUECER
560840     IF LINHA-TRABALHO-CARTA NOT = LINHA-CARTA-ANTES
560850         ADD 1 TO CONTADOR-ESQ-ARQUIVO
560860     END-IF
560870     MOVE LINHA-TRABALHO-CARTA TO REGISTRO-ESQ-TRABALHO
560880     WRITE REGISTRO-ESQ-TRABALHO.
560890 3977-ANONIMIZAR-LINHA-CARTA-EXIT.
560900     EXIT.
560910
560920 3978-TROCAR-VALOR-CARTA.
560930     MOVE VALOR-ESQ-TAB(INDICE-VALOR-ESQ) TO CAMPO-PARA-TRIMAR
560940     PERFORM 9220-TRIM-CAMPO
560950         THRU 9220-TRIM-CAMPO-EXIT
560960     IF TAMANHO-TRIMADO = ZERO
560970         GO TO 3978-TROCAR-VALOR-CARTA-EXIT
560980     END-IF
560990     MOVE VALOR-ESQ-TAB(INDICE-VALOR-ESQ) TO MARCADOR-CARTA
561000     MOVE TAMANHO-TRIMADO TO TAMANHO-MARCADOR
561010     MOVE NOME-ANONIMO TO VALOR-CARTA
561020     MOVE 11 TO TAMANHO-VALOR-CARTA
561030     PERFORM 8360-SUBSTITUIR-MARCADOR
561040         THRU 8360-SUBSTITUIR-MARCADOR-EXIT.
561050 3978-TROCAR-VALOR-CARTA-EXIT.
561060     EXIT.
561070
561080 3979-DEVOLVER-LINHA-CARTA.
561090     READ ARQUIVO-ESQ-TRABALHO
561100         AT END
561110             SET FIM-ESQUECIMENTO TO TRUE
561120         NOT AT END
561130             MOVE REGISTRO-ESQ-TRABALHO TO REGISTRO-CARTA
561140             WRITE REGISTRO-CARTA
561150     END-READ.
561160 3979-DEVOLVER-LINHA-CARTA-EXIT.
561170     EXIT.
561180
561190*================================================================
561200* 3980-GRAVAR-LINHA-CERTIFICADO
561210* Grava no certificado a linha do arquivo em CERT-LIN-ARQUIVO,
561220* com a contagem em CONTADOR-ESQ-ARQUIVO e o tratamento dado.
561230*================================================================
561240 3980-GRAVAR-LINHA-CERTIFICADO.
561250     MOVE CONTADOR-ESQ-ARQUIVO TO CERT-LIN-QTD
561260     MOVE SPACES TO REGISTRO-CERTIFICADO
561270     MOVE LINHA-CERTIFICADO TO REGISTRO-CERTIFICADO
561280     WRITE REGISTRO-CERTIFICADO.
561290 3980-GRAVAR-LINHA-CERTIFICADO-EXIT.
561300     EXIT.
561310
561320*================================================================
561330* 3985-ANONIMIZAR-PESSOA
561340* Anonimiza o REGISTRO-PESSOA corrente: nome (e a chave em
561350* maiusculas) vira ANONIMIZADO e a observacao e apagada.
561360*================================================================
561370 3985-ANONIMIZAR-PESSOA.
561380     MOVE NOME-ANONIMO TO NOME
561390     MOVE NOME-ANONIMO TO NOME-MAIUSC
561400     MOVE SPACES       TO OBSERVACAO.
561410 3985-ANONIMIZAR-PESSOA-EXIT.
561420     EXIT.
561430
561440*================================================================
561450* 3990-REANONIMIZAR-ESQUECIDOS
561460* Com pessoas.txt aberto em I-O, volta a anonimizar toda pessoa
561470* de esquecidos.txt que esteja no cadastro com nome ou observacao
561480* de novo preenchidos (restauracao de um backup anterior ao
561490* esquecimento, reaplicacao da auditoria). Conta em
561500* CONTADOR-REANONIMIZADOS.
561510*================================================================
561520 3990-REANONIMIZAR-ESQUECIDOS.
561530     MOVE ZERO TO CONTADOR-REANONIMIZADOS
561540     OPEN INPUT ARQUIVO-ESQUECIDOS
561550     IF STATUS-ESQUECIDOS NOT = "00"
561560         GO TO 3990-REANONIMIZAR-ESQUECIDOS-EXIT
561570     END-IF
561580     MOVE "N" TO INDICADOR-FIM-ESQUECIMENTO
561590     PERFORM 3991-REANONIMIZAR-UMA-PESSOA
561600         THRU 3991-REANONIMIZAR-UMA-PESSOA-EXIT
561610         UNTIL FIM-ESQUECIMENTO
561620     CLOSE ARQUIVO-ESQUECIDOS.
561630 3990-REANONIMIZAR-ESQUECIDOS-EXIT.
561640     EXIT.
561650
561660 3991-REANONIMIZAR-UMA-PESSOA.
561670     READ ARQUIVO-ESQUECIDOS NEXT RECORD
561680         AT END
561690             SET FIM-ESQUECIMENTO TO TRUE
561700             GO TO 3991-REANONIMIZAR-UMA-PESSOA-EXIT
561710     END-READ
561720     MOVE ESQ-PESSOA-ID TO PESSOA-ID
561730     READ ARQUIVO-PESSOAS
561740         INVALID KEY
561750             GO TO 3991-REANONIMIZAR-UMA-PESSOA-EXIT
561760     END-READ
561770     IF NOME = NOME-ANONIMO AND OBSERVACAO = SPACES
561780         GO TO 3991-REANONIMIZAR-UMA-PESSOA-EXIT
561790     END-IF
561800     PERFORM 3985-ANONIMIZAR-PESSOA
561810         THRU 3985-ANONIMIZAR-PESSOA-EXIT
561820     REWRITE REGISTRO-PESSOA
561830         INVALID KEY
561840             DISPLAY "Erro ao anonimizar de novo o ID " PESSOA-ID
561850             GO TO 3991-REANONIMIZAR-UMA-PESSOA-EXIT
561860     END-REWRITE
561870     ADD 1 TO CONTADOR-REANONIMIZADOS.
561880 3991-REANONIMIZAR-UMA-PESSOA-EXIT.
561890     EXIT.
561900
561910*================================================================
561920* 9931-REPLAY-ESQUECIMENTO
561930* Reaplica um evento ESQUECE: volta a anonimizar a pessoa no
561940* cadastro restaurado.
561950*================================================================
561960 9931-REPLAY-ESQUECIMENTO.
561970     MOVE AUD-ID TO PESSOA-ID
561980     READ ARQUIVO-PESSOAS
561990         INVALID KEY
562000             MOVE "ID nao encontrado no cadastro" TO MOTIVO-REPLAY
562010             GO TO 9931-REPLAY-ESQUECIMENTO-EXIT
562020     END-READ
562030     PERFORM 3985-ANONIMIZAR-PESSOA
562040         THRU 3985-ANONIMIZAR-PESSOA-EXIT
562050     REWRITE REGISTRO-PESSOA
562060         INVALID KEY
562070             MOVE "erro ao regravar o registro" TO MOTIVO-REPLAY
562080         NOT INVALID KEY
562090             SET REPLAY-APLICADO TO TRUE
562100     END-REWRITE.
562110 9931-REPLAY-ESQUECIMENTO-EXIT.
562120     EXIT.
562130
562140*================================================================
562150* 3958-RESSELAR-EVENTO
562160* Refaz, na passagem do esquecimento pelas geracoes e pelo
562170* arquivo vivo (em ordem de gravacao), o selo do evento em
562180* REGISTRO-AUDITORIA a partir do selo refeito do evento
562190* anterior, para a trilha continuar integra depois da
562200* anonimizacao. So roda quando a trilha estava integra antes do
562210* esquecimento; eventos sem selo (anteriores ao encadeamento)
562220* passam como estao.
562230*================================================================
562240 3958-RESSELAR-EVENTO.
562250     IF NOT RESSELAR-TRILHA
562260             OR AUD-SEQUENCIA NOT NUMERIC
562270         GO TO 3958-RESSELAR-EVENTO-EXIT
562280     END-IF
562290     MOVE ELO-RESSELO-ANTERIOR TO ELO-BASE
562300     PERFORM 9510-CALCULAR-ELO-AUDITORIA
562310         THRU 9510-CALCULAR-ELO-AUDITORIA-EXIT
562320     IF AUD-ELO NOT = ELO-CALCULADO
562330         MOVE ELO-CALCULADO TO AUD-ELO
562340         ADD 1 TO CONTADOR-RESSELADOS-ARQ
562350         ADD 1 TO CONTADOR-RESSELADOS
562360     END-IF
562370     MOVE AUD-ELO       TO ELO-RESSELO-ANTERIOR
562380     MOVE AUD-SEQUENCIA TO SEQUENCIA-RESSELO.
562390 3958-RESSELAR-EVENTO-EXIT.
562400     EXIT.
562410
562420*================================================================
562430* 3959-FECHAR-RESSELO
562440* Poe no certificado quantos selos da trilha foram refeitos (ou
562450* que a trilha ja estava rompida e os selos ficaram como
562460* estavam) e, havendo resselagem, grava em audelo.txt o selo
562470* refeito do ultimo evento, para o evento ESQUECE encadear nele.
562480*================================================================
562490 3959-FECHAR-RESSELO.
562500     MOVE CONTADOR-RESSELADOS TO CONTADOR-ESQ-ARQUIVO
562510     MOVE "trilha (selos)" TO CERT-LIN-ARQUIVO
562520     IF RESSELAR-TRILHA
562530         MOVE "selos refeitos; trilha segue integra"
562540             TO CERT-LIN-TRATAMENTO
562550     ELSE
562560         MOVE "trilha ja rompida; selos nao refeitos"
562570             TO CERT-LIN-TRATAMENTO
562580     END-IF
562590     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
562600         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
562610     IF NOT RESSELAR-TRILHA
562620             OR CONTADOR-RESSELADOS = ZERO
562630         GO TO 3959-FECHAR-RESSELO-EXIT
562640     END-IF
562650
562660     ACCEPT DATA-ATUAL-AUDITORIA FROM DATE YYYYMMDD
562670     ACCEPT HORA-ATUAL-AUDITORIA FROM TIME
562680     STRING DATA-ATUAL-AUDITORIA HORA-ATUAL-AUDITORIA
562690         DELIMITED BY SIZE INTO DATA-HORA-AUDITORIA
562700     MOVE SEQUENCIA-RESSELO    TO ULTIMA-SEQUENCIA-ELO
562710     MOVE ELO-RESSELO-ANTERIOR TO ULTIMO-ELO
562720     PERFORM 9506-GRAVAR-CONTROLE-ELO
562730         THRU 9506-GRAVAR-CONTROLE-ELO-EXIT.
562740 3959-FECHAR-RESSELO-EXIT.
562750     EXIT.
562760
562770*================================================================
562780* 9505-LER-CONTROLE-ELO
562790* Le de audelo.txt a sequencia e o selo do ultimo evento gravado
562800* na trilha. Sem o arquivo (trilha ainda nao encadeada) ambos
562810* ficam zerados e CONTROLE-ELO-LIDO fica desligado.
562820*================================================================
562830 9505-LER-CONTROLE-ELO.
562840     MOVE ZERO TO ULTIMA-SEQUENCIA-ELO
562850     MOVE ZERO TO ULTIMO-ELO
562860     MOVE "N" TO INDICADOR-CONTROLE-ELO
562870     OPEN INPUT ARQUIVO-CONTROLE-ELO
562880     IF STATUS-CONTROLE-ELO NOT = "00"
562890         GO TO 9505-LER-CONTROLE-ELO-EXIT
562900     END-IF
562910     READ ARQUIVO-CONTROLE-ELO
562920         AT END
562930             CONTINUE
562940         NOT AT END
562950             IF ELOC-SEQUENCIA NUMERIC
562960                     AND ELOC-ELO NUMERIC
562970                 MOVE ELOC-SEQUENCIA TO ULTIMA-SEQUENCIA-ELO
562980                 MOVE ELOC-ELO       TO ULTIMO-ELO
562990                 SET CONTROLE-ELO-LIDO TO TRUE
563000             END-IF
563010     END-READ
563020     CLOSE ARQUIVO-CONTROLE-ELO.
563030 9505-LER-CONTROLE-ELO-EXIT.
563040     EXIT.
563050
563060*================================================================
563070* 9506-GRAVAR-CONTROLE-ELO
563080* Regrava audelo.txt com ULTIMA-SEQUENCIA-ELO, ULTIMO-ELO e o
563090* carimbo DATA-HORA-AUDITORIA.
563100*================================================================
563110 9506-GRAVAR-CONTROLE-ELO.
563120     OPEN OUTPUT ARQUIVO-CONTROLE-ELO
563130     IF STATUS-CONTROLE-ELO NOT = "00"
563140         DISPLAY "Erro ao gravar audelo.txt: " STATUS-CONTROLE-ELO
563150         GO TO 9506-GRAVAR-CONTROLE-ELO-EXIT
563160     END-IF
563170     MOVE ULTIMA-SEQUENCIA-ELO TO ELOC-SEQUENCIA
563180     MOVE ULTIMO-ELO           TO ELOC-ELO
563190     MOVE DATA-HORA-AUDITORIA  TO ELOC-DATA-HORA
563200     WRITE REGISTRO-CONTROLE-ELO
563210     CLOSE ARQUIVO-CONTROLE-ELO.
563220 9506-GRAVAR-CONTROLE-ELO-EXIT.
563230     EXIT.
563240
563250*================================================================
563260* 9510-CALCULAR-ELO-AUDITORIA
563270* Calcula em ELO-CALCULADO o selo do evento em REGISTRO-AUDITORIA
563280* (todos os campos e a sequencia, menos o proprio selo) partindo
563290* do selo do evento anterior em ELO-BASE: cada byte entra no
563300* acumulador (acumulador * 31 + codigo do byte + 1), reduzido
563310* a cada passo pelo resto da divisao por 999999937. Qualquer
563320* byte alterado, evento retirado ou trocado de lugar muda os
563330* selos dali em diante.
563340*================================================================
563350 9510-CALCULAR-ELO-AUDITORIA.
563360     MOVE ELO-BASE TO ACUMULADOR-ELO
563370     PERFORM 9511-SOMAR-BYTE-ELO
563380         THRU 9511-SOMAR-BYTE-ELO-EXIT
563390         VARYING INDICE-ELO FROM 1 BY 1
563400         UNTIL INDICE-ELO > 248
563410     MOVE ACUMULADOR-ELO TO ELO-CALCULADO.
563420 9510-CALCULAR-ELO-AUDITORIA-EXIT.
563430     EXIT.
563440
563450 9511-SOMAR-BYTE-ELO.
563460     MOVE ZERO TO CODIGO-CARACTERE-ELO
563470     MOVE REGISTRO-AUDITORIA(INDICE-ELO:1) TO CARACTERE-ELO
563480     COMPUTE ACUMULADOR-ELO =
563490         (ACUMULADOR-ELO * 31) + CODIGO-CARACTERE-ELO + 1
563500     DIVIDE ACUMULADOR-ELO BY 999999937
563510         GIVING QUOCIENTE-ELO REMAINDER RESTO-ELO
563520     MOVE RESTO-ELO TO ACUMULADOR-ELO.
563530 9511-SOMAR-BYTE-ELO-EXIT.
563540     EXIT.
563550
563560*================================================================
563570* 9870-VERIFICAR-TRILHA
563580* Verificacao da trilha de auditoria, pelo menu ou como funcao
563590* VERIFICA-AUDITORIA do modo lote: confere o encadeamento das
563600* geracoes e do arquivo vivo (9871), mostra os totais e devolve
563610* RETURN-CODE 8 (e erro do passo no lote) quando a trilha falha.
563620*================================================================
563630 9870-VERIFICAR-TRILHA.
563640     PERFORM 9871-CONFERIR-TRILHA
563650         THRU 9871-CONFERIR-TRILHA-EXIT
563660
563670     DISPLAY "Arquivos verificados....: " CONTADOR-VERIF-ARQUIVOS
563680     DISPLAY "Eventos lidos...........: " CONTADOR-VERIF-EVENTOS
563690     DISPLAY "Eventos sem selo........: " CONTADOR-VERIF-LEGADOS
563700     DISPLAY "Elos rompidos...........: " CONTADOR-VERIF-ROMPIDOS
563710     DISPLAY "Eventos ausentes........: " CONTADOR-VERIF-AUSENTES
563720     DISPLAY "Fora de ordem...........: "
563730         CONTADOR-VERIF-FORA-ORDEM
563740     DISPLAY "Gerações ausentes.......: "
563750         CONTADOR-VERIF-GER-AUSENTES
563760     IF TRILHA-INTEGRA
563770         DISPLAY "Trilha de auditoria íntegra."
563780         MOVE ZERO TO RETURN-CODE
563790     ELSE
563800         IF CONTADOR-VERIF-ROMPIDOS > ZERO
563810             DISPLAY "Primeiro elo rompido: "
563820                 PRIMEIRO-ROMPIDO-ARQUIVO " registro "
563830                 PRIMEIRO-ROMPIDO-POSICAO " sequência "
563840                 PRIMEIRO-ROMPIDO-SEQUENCIA
563850         END-IF
563860         DISPLAY "Trilha de auditoria COM FALHAS."
563870         SET ERRO-FUNCAO TO TRUE
563880         MOVE "trilha de auditoria com falhas" TO TEXTO-LOG-LOTE
563890         MOVE 8 TO RETURN-CODE
563900     END-IF
563910     DISPLAY "Relatório gerado: verifaud.lst".
563920 9870-VERIFICAR-TRILHA-EXIT.
563930     EXIT.
563940
563950*================================================================
563960* 9871-CONFERIR-TRILHA
563970* Percorre as geracoes auditoria.AAAAMM.txt, do primeiro mes
563980* fechado registrado em audresumo.txt ate o mes anterior ao
563990* corrente, e depois auditoria.txt, conferindo cada evento
564000* (9876): sequencia sem buracos, selo encadeado ao anterior e
564010* data/hora sem voltar no tempo. No fim confere o ultimo evento
564020* com audelo.txt (9877), o que acusa eventos retirados do fim.
564030* Cada falha sai em verifaud.lst e TRILHA-INTEGRA so fica ligado
564040* se nao houver nenhuma. Eventos sem selo anteriores ao primeiro
564050* evento selado sao da trilha antiga e so sao contados.
564060*================================================================
564070 9871-CONFERIR-TRILHA.
564080     MOVE "S" TO INDICADOR-TRILHA-INTEGRA
564090     MOVE "N" TO INDICADOR-SELO-VISTO
564100     MOVE ZERO   TO SEQUENCIA-ANTERIOR-VERIF
564110     MOVE ZERO   TO ELO-ANTERIOR-VERIF
564120     MOVE SPACES TO DATA-HORA-ANTERIOR-VERIF
564130     MOVE ZERO TO CONTADOR-VERIF-ARQUIVOS
564140     MOVE ZERO TO CONTADOR-VERIF-EVENTOS
564150     MOVE ZERO TO CONTADOR-VERIF-LEGADOS
564160     MOVE ZERO TO CONTADOR-VERIF-ROMPIDOS
564170     MOVE ZERO TO CONTADOR-VERIF-AUSENTES
564180     MOVE ZERO TO CONTADOR-VERIF-FORA-ORDEM
564190     MOVE ZERO TO CONTADOR-VERIF-GER-AUSENTES
564200     MOVE SPACES TO PRIMEIRO-ROMPIDO-ARQUIVO
564210     MOVE ZERO   TO PRIMEIRO-ROMPIDO-POSICAO
564220     MOVE ZERO   TO PRIMEIRO-ROMPIDO-SEQUENCIA
564230
564240     OPEN OUTPUT ARQUIVO-VERIF-AUD
564250     IF STATUS-VERIF-AUD NOT = "00"
564260         DISPLAY "Erro ao criar verifaud.lst: " STATUS-VERIF-AUD
564270         MOVE "N" TO INDICADOR-TRILHA-INTEGRA
564280         GO TO 9871-CONFERIR-TRILHA-EXIT
564290     END-IF
564300     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
564310     MOVE SPACES TO DATA-EMISSAO-FORMATADA
564320     STRING DIA-EMISSAO-RELATORIO  DELIMITED BY SIZE
564330             "/"                   DELIMITED BY SIZE
564340             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
564350             "/"                   DELIMITED BY SIZE
564360             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
564370         INTO DATA-EMISSAO-FORMATADA
564380     MOVE SPACES TO REGISTRO-VERIF-AUD
564390     STRING "Verificacao da trilha de auditoria - emissao "
564400                                    DELIMITED BY SIZE
564410             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
564420         INTO REGISTRO-VERIF-AUD
564430     WRITE REGISTRO-VERIF-AUD
564440     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-VERIF-AUD
564450     WRITE REGISTRO-VERIF-AUD
564460
564470     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
564480     COMPUTE ANO-MES-ABERTO = (ANO-HOJE * 100) + MES-HOJE
564490     MOVE ZERO TO ANO-MES-VARRIDO
564500     OPEN INPUT ARQUIVO-AUD-RESUMO
564510     IF STATUS-AUD-RESUMO = "00"
564520         MOVE "N" TO INDICADOR-FIM-AUD-RESUMO
564530         PERFORM 3961-LER-INICIO-GERACOES
564540             THRU 3961-LER-INICIO-GERACOES-EXIT
564550             UNTIL FIM-AUD-RESUMO
564560         CLOSE ARQUIVO-AUD-RESUMO
564570     END-IF
564580     IF ANO-MES-VARRIDO NOT = ZERO
564590         PERFORM 9872-CONFERIR-UMA-GERACAO
564600             THRU 9872-CONFERIR-UMA-GERACAO-EXIT
564610             UNTIL ANO-MES-VARRIDO NOT < ANO-MES-ABERTO
564620     END-IF
564630
564640     MOVE "auditoria.txt" TO NOME-ARQUIVO-VERIF
564650     MOVE ZERO TO POSICAO-VERIF
564660     OPEN INPUT ARQUIVO-AUDITORIA
564670     IF STATUS-AUDITORIA = "00"
564680         ADD 1 TO CONTADOR-VERIF-ARQUIVOS
564690         MOVE "N" TO INDICADOR-FIM-AUDITORIA
564700         PERFORM 9875-LER-EVENTO-VIVO-VERIF
564710             THRU 9875-LER-EVENTO-VIVO-VERIF-EXIT
564720             UNTIL FIM-AUDITORIA
564730         CLOSE ARQUIVO-AUDITORIA
564740     END-IF
564750
564760     PERFORM 9877-CONFERIR-CONTROLE-ELO
564770         THRU 9877-CONFERIR-CONTROLE-ELO-EXIT
564780     PERFORM 9878-GRAVAR-TOTAIS-VERIF
564790         THRU 9878-GRAVAR-TOTAIS-VERIF-EXIT
564800     CLOSE ARQUIVO-VERIF-AUD.
564810 9871-CONFERIR-TRILHA-EXIT.
564820     EXIT.
564830
564840 9872-CONFERIR-UMA-GERACAO.
564850     MOVE SPACES TO NOME-AUD-GERACAO
564860     STRING "auditoria."     DELIMITED BY SIZE
564870             ANO-MES-VARRIDO DELIMITED BY SIZE
564880             ".txt"          DELIMITED BY SIZE
564890         INTO NOME-AUD-GERACAO
564900     OPEN INPUT ARQUIVO-AUD-GERACAO
564910     IF STATUS-AUD-GERACAO = "00"
564920         ADD 1 TO CONTADOR-VERIF-ARQUIVOS
564930         MOVE NOME-AUD-GERACAO TO NOME-ARQUIVO-VERIF
564940         MOVE ZERO TO POSICAO-VERIF
564950         MOVE "N" TO INDICADOR-FIM-AUD-GERACAO
564960         PERFORM 9873-LER-EVENTO-GERACAO-VERIF
564970             THRU 9873-LER-EVENTO-GERACAO-VERIF-EXIT
564980             UNTIL FIM-AUD-GERACAO
564990         CLOSE ARQUIVO-AUD-GERACAO
565000     ELSE
565010         PERFORM 9874-APONTAR-GERACAO-AUSENTE
565020             THRU 9874-APONTAR-GERACAO-AUSENTE-EXIT
565030     END-IF
565040
565050     IF MES-VARRIDO = 12
565060         ADD 1 TO ANO-VARRIDO
565070         MOVE 1 TO MES-VARRIDO
565080     ELSE
565090         ADD 1 TO MES-VARRIDO
565100     END-IF.
565110 9872-CONFERIR-UMA-GERACAO-EXIT.
565120     EXIT.
565130
565140 9873-LER-EVENTO-GERACAO-VERIF.
565150     READ ARQUIVO-AUD-GERACAO
565160         AT END
565170             SET FIM-AUD-GERACAO TO TRUE
565180         NOT AT END
565190             MOVE REGISTRO-AUD-GERACAO TO REGISTRO-AUDITORIA
565200             PERFORM 9876-CONFERIR-EVENTO
565210                 THRU 9876-CONFERIR-EVENTO-EXIT
565220     END-READ.
565230 9873-LER-EVENTO-GERACAO-VERIF-EXIT.
565240     EXIT.
565250
565260*================================================================
565270* 9874-APONTAR-GERACAO-AUSENTE
565280* Mes sem geracao so e falha quando audresumo.txt registra
565290* eventos fechados naquele mes (meses sem movimento nao geram
565300* arquivo).
565310*================================================================
565320 9874-APONTAR-GERACAO-AUSENTE.
565330     MOVE ZERO TO QTD-RESUMO-MES-VERIF
565340     OPEN INPUT ARQUIVO-AUD-RESUMO
565350     IF STATUS-AUD-RESUMO NOT = "00"
565360         GO TO 9874-APONTAR-GERACAO-AUSENTE-EXIT
565370     END-IF
565380     MOVE "N" TO INDICADOR-FIM-AUD-RESUMO
565390     PERFORM 9879-SOMAR-RESUMO-MES-VERIF
565400         THRU 9879-SOMAR-RESUMO-MES-VERIF-EXIT
565410         UNTIL FIM-AUD-RESUMO
565420     CLOSE ARQUIVO-AUD-RESUMO
565430     IF QTD-RESUMO-MES-VERIF = ZERO
565440         GO TO 9874-APONTAR-GERACAO-AUSENTE-EXIT
565450     END-IF
565460
565470     ADD 1 TO CONTADOR-VERIF-GER-AUSENTES
565480     MOVE "N" TO INDICADOR-TRILHA-INTEGRA
565490     MOVE SPACES TO REGISTRO-VERIF-AUD
565500     STRING "Geracao ausente: "     DELIMITED BY SIZE
565510             NOME-AUD-GERACAO       DELIMITED BY SPACE
565520             " (audresumo.txt registra " DELIMITED BY SIZE
565530             QTD-RESUMO-MES-VERIF   DELIMITED BY SIZE
565540             " eventos)"            DELIMITED BY SIZE
565550         INTO REGISTRO-VERIF-AUD
565560     WRITE REGISTRO-VERIF-AUD.
565570 9874-APONTAR-GERACAO-AUSENTE-EXIT.
565580     EXIT.
565590
565600 9875-LER-EVENTO-VIVO-VERIF.
565610     READ ARQUIVO-AUDITORIA
565620         AT END
565630             SET FIM-AUDITORIA TO TRUE
565640         NOT AT END
565650             PERFORM 9876-CONFERIR-EVENTO
565660                 THRU 9876-CONFERIR-EVENTO-EXIT
565670     END-READ.
565680 9875-LER-EVENTO-VIVO-VERIF-EXIT.
565690     EXIT.
565700
565710*================================================================
565720* 9876-CONFERIR-EVENTO
565730* Confere o evento em REGISTRO-AUDITORIA contra o anterior da
565740* trilha: data/hora nao pode ser menor que a do anterior, a
565750* sequencia tem de ser a seguinte (um salto conta os eventos
565760* ausentes e, sem o anterior, o selo nao tem como ser conferido)
565770* e o selo tem de bater com o calculado sobre o selo anterior.
565780*================================================================
565790 9876-CONFERIR-EVENTO.
565800     ADD 1 TO POSICAO-VERIF
565810     ADD 1 TO CONTADOR-VERIF-EVENTOS
565820     IF DATA-HORA-ANTERIOR-VERIF NOT = SPACES
565830             AND AUD-DATA-HORA < DATA-HORA-ANTERIOR-VERIF
565840         ADD 1 TO CONTADOR-VERIF-FORA-ORDEM
565850         MOVE "N" TO INDICADOR-TRILHA-INTEGRA
565860         MOVE SPACES TO REGISTRO-VERIF-AUD
565870         STRING "Fora de ordem: "        DELIMITED BY SIZE
565880                 NOME-ARQUIVO-VERIF      DELIMITED BY SPACE
565890                 " registro "            DELIMITED BY SIZE
565900                 POSICAO-VERIF           DELIMITED BY SIZE
565910                 " "                     DELIMITED BY SIZE
565920                 AUD-DATA-HORA           DELIMITED BY SIZE
565930                 " antes de "            DELIMITED BY SIZE
565940                 DATA-HORA-ANTERIOR-VERIF DELIMITED BY SIZE
565950             INTO REGISTRO-VERIF-AUD
565960         WRITE REGISTRO-VERIF-AUD
565970     END-IF
565980     MOVE AUD-DATA-HORA TO DATA-HORA-ANTERIOR-VERIF
565990
566000     IF AUD-SEQUENCIA NOT NUMERIC
566010         IF SELO-VISTO
566020             MOVE "evento sem selo" TO MOTIVO-VERIF
566030             PERFORM 9880-APONTAR-ELO-ROMPIDO
566040                 THRU 9880-APONTAR-ELO-ROMPIDO-EXIT
566050         ELSE
566060             ADD 1 TO CONTADOR-VERIF-LEGADOS
566070         END-IF
566080         GO TO 9876-CONFERIR-EVENTO-EXIT
566090     END-IF
566100     SET SELO-VISTO TO TRUE
566110
566120     IF AUD-SEQUENCIA > SEQUENCIA-ANTERIOR-VERIF + 1
566130         COMPUTE SEQUENCIA-FALTA-INICIO =
566140             SEQUENCIA-ANTERIOR-VERIF + 1
566150         COMPUTE SEQUENCIA-FALTA-FIM = AUD-SEQUENCIA - 1
566160         PERFORM 9881-APONTAR-AUSENTES
566170             THRU 9881-APONTAR-AUSENTES-EXIT
566180     ELSE
566190         IF AUD-SEQUENCIA NOT > SEQUENCIA-ANTERIOR-VERIF
566200             MOVE "sequencia repetida ou recuada" TO MOTIVO-VERIF
566210             PERFORM 9880-APONTAR-ELO-ROMPIDO
566220                 THRU 9880-APONTAR-ELO-ROMPIDO-EXIT
566230         ELSE
566240             MOVE ELO-ANTERIOR-VERIF TO ELO-BASE
566250             PERFORM 9510-CALCULAR-ELO-AUDITORIA
566260                 THRU 9510-CALCULAR-ELO-AUDITORIA-EXIT
566270             IF AUD-ELO NOT = ELO-CALCULADO
566280                 MOVE "selo nao confere" TO MOTIVO-VERIF
566290                 PERFORM 9880-APONTAR-ELO-ROMPIDO
566300                     THRU 9880-APONTAR-ELO-ROMPIDO-EXIT
566310             END-IF
566320         END-IF
566330     END-IF
566340
566350     MOVE AUD-SEQUENCIA TO SEQUENCIA-ANTERIOR-VERIF
566360     IF AUD-ELO NUMERIC
566370         MOVE AUD-ELO TO ELO-ANTERIOR-VERIF
566380     ELSE
566390         MOVE ZERO TO ELO-ANTERIOR-VERIF
566400     END-IF.
566410 9876-CONFERIR-EVENTO-EXIT.
566420     EXIT.
566430
566440*================================================================
566450* 9877-CONFERIR-CONTROLE-ELO
566460* Confere o ultimo evento selado lido com audelo.txt: sequencia
566470* maior no controle indica eventos retirados do fim da trilha;
566480* sequencia ou selo diferentes indicam fim de trilha adulterado.
566490* Sem controle e sem evento selado a trilha ainda nao foi
566500* encadeada e nao ha o que conferir.
566510*================================================================
566520 9877-CONFERIR-CONTROLE-ELO.
566530     PERFORM 9505-LER-CONTROLE-ELO
566540         THRU 9505-LER-CONTROLE-ELO-EXIT
566550     IF NOT CONTROLE-ELO-LIDO
566560         IF SELO-VISTO
566570             MOVE "audelo.txt" TO NOME-ARQUIVO-VERIF
566580             MOVE ZERO TO POSICAO-VERIF
566590             MOVE "controle ausente ou ilegivel" TO MOTIVO-VERIF
566600             PERFORM 9880-APONTAR-ELO-ROMPIDO
566610                 THRU 9880-APONTAR-ELO-ROMPIDO-EXIT
566620         END-IF
566630         GO TO 9877-CONFERIR-CONTROLE-ELO-EXIT
566640     END-IF
566650
566660     IF ULTIMA-SEQUENCIA-ELO > SEQUENCIA-ANTERIOR-VERIF
566670         COMPUTE SEQUENCIA-FALTA-INICIO =
566680             SEQUENCIA-ANTERIOR-VERIF + 1
566690         MOVE ULTIMA-SEQUENCIA-ELO TO SEQUENCIA-FALTA-FIM
566700         MOVE "audelo.txt" TO NOME-ARQUIVO-VERIF
566710         MOVE ZERO TO POSICAO-VERIF
566720         PERFORM 9881-APONTAR-AUSENTES
566730             THRU 9881-APONTAR-AUSENTES-EXIT
566740         GO TO 9877-CONFERIR-CONTROLE-ELO-EXIT
566750     END-IF
566760     IF ULTIMA-SEQUENCIA-ELO NOT = SEQUENCIA-ANTERIOR-VERIF
566770             OR ULTIMO-ELO NOT = ELO-ANTERIOR-VERIF
566780         MOVE "audelo.txt" TO NOME-ARQUIVO-VERIF
566790         MOVE ZERO TO POSICAO-VERIF
566800         MOVE ULTIMA-SEQUENCIA-ELO TO AUD-SEQUENCIA
566810         MOVE "controle nao confere com o fim" TO MOTIVO-VERIF
566820         PERFORM 9880-APONTAR-ELO-ROMPIDO
566830             THRU 9880-APONTAR-ELO-ROMPIDO-EXIT
566840     END-IF.
566850 9877-CONFERIR-CONTROLE-ELO-EXIT.
566860     EXIT.
566870
566880*================================================================
566890* 9878-GRAVAR-TOTAIS-VERIF
566900* Fecha verifaud.lst com os totais, o primeiro elo rompido e o
566910* resultado da verificacao.
566920*================================================================
566930 9878-GRAVAR-TOTAIS-VERIF.
566940     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-VERIF-AUD
566950     WRITE REGISTRO-VERIF-AUD
566960     MOVE SPACES TO REGISTRO-VERIF-AUD
566970     STRING "Arquivos verificados....: " DELIMITED BY SIZE
566980             CONTADOR-VERIF-ARQUIVOS     DELIMITED BY SIZE
566990         INTO REGISTRO-VERIF-AUD
567000     WRITE REGISTRO-VERIF-AUD
567010     MOVE SPACES TO REGISTRO-VERIF-AUD
567020     STRING "Eventos lidos...........: " DELIMITED BY SIZE
567030             CONTADOR-VERIF-EVENTOS      DELIMITED BY SIZE
567040         INTO REGISTRO-VERIF-AUD
567050     WRITE REGISTRO-VERIF-AUD
567060     MOVE SPACES TO REGISTRO-VERIF-AUD
567070     STRING "Eventos sem selo........: " DELIMITED BY SIZE
567080             CONTADOR-VERIF-LEGADOS      DELIMITED BY SIZE
567090             " (anteriores ao encadeamento)" DELIMITED BY SIZE
567100         INTO REGISTRO-VERIF-AUD
567110     WRITE REGISTRO-VERIF-AUD
567120     MOVE SPACES TO REGISTRO-VERIF-AUD
567130     STRING "Elos rompidos...........: " DELIMITED BY SIZE
567140             CONTADOR-VERIF-ROMPIDOS     DELIMITED BY SIZE
567150         INTO REGISTRO-VERIF-AUD
567160     WRITE REGISTRO-VERIF-AUD
567170     MOVE SPACES TO REGISTRO-VERIF-AUD
567180     STRING "Eventos ausentes........: " DELIMITED BY SIZE
567190             CONTADOR-VERIF-AUSENTES     DELIMITED BY SIZE
567200         INTO REGISTRO-VERIF-AUD
567210     WRITE REGISTRO-VERIF-AUD
567220     MOVE SPACES TO REGISTRO-VERIF-AUD
567230     STRING "Fora de ordem...........: " DELIMITED BY SIZE
567240             CONTADOR-VERIF-FORA-ORDEM   DELIMITED BY SIZE
567250         INTO REGISTRO-VERIF-AUD
567260     WRITE REGISTRO-VERIF-AUD
567270     MOVE SPACES TO REGISTRO-VERIF-AUD
567280     STRING "Geracoes ausentes.......: " DELIMITED BY SIZE
567290             CONTADOR-VERIF-GER-AUSENTES DELIMITED BY SIZE
567300         INTO REGISTRO-VERIF-AUD
567310     WRITE REGISTRO-VERIF-AUD
567320     IF CONTADOR-VERIF-ROMPIDOS > ZERO
567330         MOVE SPACES TO REGISTRO-VERIF-AUD
567340         STRING "Primeiro elo rompido....: " DELIMITED BY SIZE
567350                 PRIMEIRO-ROMPIDO-ARQUIVO    DELIMITED BY SPACE
567360                 " registro "                DELIMITED BY SIZE
567370                 PRIMEIRO-ROMPIDO-POSICAO    DELIMITED BY SIZE
567380                 " sequencia "               DELIMITED BY SIZE
567390                 PRIMEIRO-ROMPIDO-SEQUENCIA  DELIMITED BY SIZE
567400             INTO REGISTRO-VERIF-AUD
567410         WRITE REGISTRO-VERIF-AUD
567420     END-IF
567430     IF TRILHA-INTEGRA
567440         MOVE "Resultado: TRILHA INTEGRA" TO REGISTRO-VERIF-AUD
567450     ELSE
567460         MOVE "Resultado: TRILHA COM FALHAS" TO REGISTRO-VERIF-AUD
567470     END-IF
567480     WRITE REGISTRO-VERIF-AUD.
567490 9878-GRAVAR-TOTAIS-VERIF-EXIT.
567500     EXIT.
567510
567520 9879-SOMAR-RESUMO-MES-VERIF.
567530     READ ARQUIVO-AUD-RESUMO
567540         AT END
567550             SET FIM-AUD-RESUMO TO TRUE
567560         NOT AT END
567570             IF RESMES-ANO-MES = ANO-MES-VARRIDO
567580                 ADD RESMES-QTD TO QTD-RESUMO-MES-VERIF
567590             END-IF
567600     END-READ.
567610 9879-SOMAR-RESUMO-MES-VERIF-EXIT.
567620     EXIT.
567630
567640*================================================================
567650* 9880-APONTAR-ELO-ROMPIDO
567660* Conta e lista em verifaud.lst um elo rompido (motivo em
567670* MOTIVO-VERIF), guardando o primeiro para o resumo final.
567680*================================================================
567690 9880-APONTAR-ELO-ROMPIDO.
567700     ADD 1 TO CONTADOR-VERIF-ROMPIDOS
567710     MOVE "N" TO INDICADOR-TRILHA-INTEGRA
567720     IF CONTADOR-VERIF-ROMPIDOS = 1
567730         MOVE NOME-ARQUIVO-VERIF TO PRIMEIRO-ROMPIDO-ARQUIVO
567740         MOVE POSICAO-VERIF      TO PRIMEIRO-ROMPIDO-POSICAO
567750         IF AUD-SEQUENCIA NUMERIC
567760             MOVE AUD-SEQUENCIA TO PRIMEIRO-ROMPIDO-SEQUENCIA
567770         END-IF
567780     END-IF
567790     MOVE SPACES TO REGISTRO-VERIF-AUD
567800     STRING "Elo rompido: "     DELIMITED BY SIZE
567810             NOME-ARQUIVO-VERIF DELIMITED BY SPACE
567820             " registro "       DELIMITED BY SIZE
567830             POSICAO-VERIF      DELIMITED BY SIZE
567840             " seq "            DELIMITED BY SIZE
567850             AUD-SEQUENCIA      DELIMITED BY SIZE
567860             " - "              DELIMITED BY SIZE
567870             MOTIVO-VERIF       DELIMITED BY SIZE
567880         INTO REGISTRO-VERIF-AUD
567890     WRITE REGISTRO-VERIF-AUD.
567900 9880-APONTAR-ELO-ROMPIDO-EXIT.
567910     EXIT.
567920
567930*================================================================
567940* 9881-APONTAR-AUSENTES
567950* Conta e lista em verifaud.lst a faixa de sequencias ausentes
567960* SEQUENCIA-FALTA-INICIO a SEQUENCIA-FALTA-FIM, apontando onde
567970* o buraco foi percebido.
567980*================================================================
567990 9881-APONTAR-AUSENTES.
568000     COMPUTE CONTADOR-VERIF-AUSENTES = CONTADOR-VERIF-AUSENTES
568010         + SEQUENCIA-FALTA-FIM - SEQUENCIA-FALTA-INICIO + 1
568020     MOVE "N" TO INDICADOR-TRILHA-INTEGRA
568030     MOVE SPACES TO REGISTRO-VERIF-AUD
568040     STRING "Ausentes: sequencias "  DELIMITED BY SIZE
568050             SEQUENCIA-FALTA-INICIO  DELIMITED BY SIZE
568060             " a "                   DELIMITED BY SIZE
568070             SEQUENCIA-FALTA-FIM     DELIMITED BY SIZE
568080             " antes de "            DELIMITED BY SIZE
568090             NOME-ARQUIVO-VERIF      DELIMITED BY SPACE
568100             " registro "            DELIMITED BY SIZE
568110             POSICAO-VERIF           DELIMITED BY SIZE
568120         INTO REGISTRO-VERIF-AUD
568130     WRITE REGISTRO-VERIF-AUD.
568140 9881-APONTAR-AUSENTES-EXIT.
568150     EXIT.
568160
568170*================================================================
568180* 4200-RECALCULAR-ATIVIDADE
568190* Refaz o resumo de atividade da pessoa ID-ATIVIDADE a partir de
568200* contatos.txt, proximos.txt e campanhas.txt. Chamado por todo
568210* caminho que grava nesses arquivos, depois de fecha-los; os
568220* quatro arquivos sao abertos e fechados aqui.
568230*================================================================
568240 4200-RECALCULAR-ATIVIDADE.
568250     PERFORM 3360-ABRIR-CONTATOS-IO
568260         THRU 3360-ABRIR-CONTATOS-IO-EXIT
568270     PERFORM 3505-ABRIR-PROXIMOS-IO
568280         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
568290     PERFORM 8375-ABRIR-CAMPANHAS-IO
568300         THRU 8375-ABRIR-CAMPANHAS-IO-EXIT
568310     PERFORM 4205-ABRIR-ATIVIDADES-IO
568320         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
568330     PERFORM 4210-CALCULAR-ATIVIDADE
568340         THRU 4210-CALCULAR-ATIVIDADE-EXIT
568350     PERFORM 4220-GRAVAR-ATIVIDADE
568360         THRU 4220-GRAVAR-ATIVIDADE-EXIT
568370     CLOSE ARQUIVO-ATIVIDADES
568380     CLOSE ARQUIVO-CAMPANHAS
568390     CLOSE ARQUIVO-PROXIMOS
568400     CLOSE ARQUIVO-CONTATOS.
568410 4200-RECALCULAR-ATIVIDADE-EXIT.
568420     EXIT.
568430
568440*================================================================
568450* 4205-ABRIR-ATIVIDADES-IO
568460* Abre atividades.txt em I-O, criando o arquivo vazio quando
568470* ainda nao existe, como 3360/3505 fazem com os demais.
568480*================================================================
568490 4205-ABRIR-ATIVIDADES-IO.
568500     OPEN I-O ARQUIVO-ATIVIDADES
568510     IF STATUS-ATIVIDADES = "35"
568520         OPEN OUTPUT ARQUIVO-ATIVIDADES
568530         CLOSE ARQUIVO-ATIVIDADES
568540         OPEN I-O ARQUIVO-ATIVIDADES
568550     END-IF.
568560 4205-ABRIR-ATIVIDADES-IO-EXIT.
568570     EXIT.
568580
568590*================================================================
568600* 4210-CALCULAR-ATIVIDADE
568610* Monta em ATIVIDADE-CALCULADA o resumo da pessoa ID-ATIVIDADE
568620* lido dos arquivos de detalhe (ja abertos): total de contatos e
568630* o mais recente deles, o retorno agendado e a campanha de
568640* geracao mais recente (no mesmo dia, a de maior codigo).
568650*================================================================
568660 4210-CALCULAR-ATIVIDADE.
568670     MOVE ID-ATIVIDADE TO ATVC-PESSOA-ID
568680     MOVE ZEROS  TO ATVC-DATA-ULTIMO
568690     MOVE SPACES TO ATVC-TIPO-ULTIMO
568700     MOVE SPACES TO ATVC-NOTA-ULTIMO
568710     MOVE ZEROS  TO ATVC-TOTAL-CONTATOS
568720     MOVE ZEROS  TO ATVC-DATA-RETORNO
568730     MOVE SPACES TO ATVC-ULTIMA-CAMPANHA
568740     MOVE ZEROS  TO ATVC-DATA-CAMPANHA
568750     MOVE SPACES TO ATVC-RESPOSTA-CAMPANHA
568760
568770     MOVE "N" TO INDICADOR-FIM-CONTATOS
568780     MOVE ID-ATIVIDADE TO CONTATO-PESSOA-ID
568790     MOVE ZEROS TO CONTATO-DATA-NUM
568800     MOVE ZEROS TO CONTATO-SEQUENCIA
568810     START ARQUIVO-CONTATOS KEY IS NOT LESS THAN CONTATO-CHAVE
568820         INVALID KEY
568830             SET FIM-CONTATOS TO TRUE
568840     END-START
568850     PERFORM 4215-SOMAR-CONTATO-ATIVIDADE
568860         THRU 4215-SOMAR-CONTATO-ATIVIDADE-EXIT
568870         UNTIL FIM-CONTATOS
568880
568890     MOVE ID-ATIVIDADE TO PROX-PESSOA-ID
568900     READ ARQUIVO-PROXIMOS
568910         INVALID KEY
568920             CONTINUE
568930         NOT INVALID KEY
568940             MOVE PROX-DATA-LIMITE TO ATVC-DATA-RETORNO
568950     END-READ
568960
568970     MOVE "N" TO INDICADOR-FIM-CAMPANHAS
568980     MOVE ID-ATIVIDADE TO CAMP-PESSOA-ID
568990     MOVE SPACES TO CAMP-CODIGO
569000     START ARQUIVO-CAMPANHAS KEY IS NOT LESS THAN CAMP-CHAVE
569010         INVALID KEY
569020             SET FIM-CAMPANHAS TO TRUE
569030     END-START
569040     PERFORM 4217-LER-CAMPANHA-ATIVIDADE
569050         THRU 4217-LER-CAMPANHA-ATIVIDADE-EXIT
569060         UNTIL FIM-CAMPANHAS.
569070 4210-CALCULAR-ATIVIDADE-EXIT.
569080     EXIT.
569090
569100 4215-SOMAR-CONTATO-ATIVIDADE.
569110     READ ARQUIVO-CONTATOS NEXT RECORD
569120         AT END
569130             SET FIM-CONTATOS TO TRUE
569140         NOT AT END
569150             IF CONTATO-PESSOA-ID = ID-ATIVIDADE
569160                 ADD 1 TO ATVC-TOTAL-CONTATOS
569170                 MOVE CONTATO-DATA-NUM TO ATVC-DATA-ULTIMO
569180                 MOVE CONTATO-TIPO     TO ATVC-TIPO-ULTIMO
569190                 MOVE CONTATO-NOTA     TO ATVC-NOTA-ULTIMO
569200             ELSE
569210                 SET FIM-CONTATOS TO TRUE
569220             END-IF
569230     END-READ.
569240 4215-SOMAR-CONTATO-ATIVIDADE-EXIT.
569250     EXIT.
569260
569270 4217-LER-CAMPANHA-ATIVIDADE.
569280     READ ARQUIVO-CAMPANHAS NEXT RECORD
569290         AT END
569300             SET FIM-CAMPANHAS TO TRUE
569310         NOT AT END
569320             IF CAMP-PESSOA-ID = ID-ATIVIDADE
569330                 IF CAMP-DATA-GERACAO NOT < ATVC-DATA-CAMPANHA
569340                     MOVE CAMP-CODIGO TO ATVC-ULTIMA-CAMPANHA
569350                     MOVE CAMP-DATA-GERACAO TO ATVC-DATA-CAMPANHA
569360                     MOVE CAMP-RESPOSTA TO ATVC-RESPOSTA-CAMPANHA
569370                 END-IF
569380             ELSE
569390                 SET FIM-CAMPANHAS TO TRUE
569400             END-IF
569410     END-READ.
569420 4217-LER-CAMPANHA-ATIVIDADE-EXIT.
569430     EXIT.
569440
569450*================================================================
569460* 4220-GRAVAR-ATIVIDADE
569470* Grava ATIVIDADE-CALCULADA em atividades.txt (ja aberto),
569480* incluindo ou regravando o resumo. Pessoa sem contato, retorno
569490* ou campanha nao tem resumo: o registro existente e excluido.
569500*================================================================
569510 4220-GRAVAR-ATIVIDADE.
569520     MOVE ID-ATIVIDADE TO ATIV-PESSOA-ID
569530     MOVE "S" TO INDICADOR-ATIVIDADE-ACHADA
569540     READ ARQUIVO-ATIVIDADES
569550         INVALID KEY
569560             MOVE "N" TO INDICADOR-ATIVIDADE-ACHADA
569570     END-READ
569580     IF ATVC-TOTAL-CONTATOS = ZERO
569590             AND ATVC-DATA-RETORNO = ZERO
569600             AND ATVC-ULTIMA-CAMPANHA = SPACES
569610         IF ATIVIDADE-ACHADA
569620             DELETE ARQUIVO-ATIVIDADES
569630                 INVALID KEY
569640                     DISPLAY "Erro ao excluir o resumo do ID "
569650                         ID-ATIVIDADE
569660             END-DELETE
569670         END-IF
569680         GO TO 4220-GRAVAR-ATIVIDADE-EXIT
569690     END-IF
569700
569710     MOVE ATIVIDADE-CALCULADA TO REGISTRO-ATIVIDADE
569720     IF ATIVIDADE-ACHADA
569730         REWRITE REGISTRO-ATIVIDADE
569740             INVALID KEY
569750                 DISPLAY "Erro ao regravar o resumo do ID "
569760                     ID-ATIVIDADE
569770         END-REWRITE
569780     ELSE
569790         WRITE REGISTRO-ATIVIDADE
569800             INVALID KEY
569810                 DISPLAY "Erro ao gravar o resumo do ID "
569820                     ID-ATIVIDADE
569830         END-WRITE
569840     END-IF
569850     ADD 1 TO CONTADOR-ATIV-REFEITAS.
569860 4220-GRAVAR-ATIVIDADE-EXIT.
569870     EXIT.
569880
569890*================================================================
569900* 4230-ANOTAR-CAMPANHA-ATIVIDADE
569910* Leva ao resumo da pessoa corrente de REGISTRO-PESSOA a carta
569920* recem gerada na campanha CODIGO-CAMPANHA, sem reler os
569930* detalhes: usado dentro da rodada de cartas, com atividades.txt
569940* ja aberto. Mantem a mesma regra de 4210 para a campanha mais
569950* recente.
569960*================================================================
569970 4230-ANOTAR-CAMPANHA-ATIVIDADE.
569980     MOVE PESSOA-ID TO ATIV-PESSOA-ID
569990     READ ARQUIVO-ATIVIDADES
570000         INVALID KEY
570010             MOVE PESSOA-ID       TO ATIV-PESSOA-ID
570020             MOVE ZEROS           TO ATIV-DATA-ULTIMO
570030             MOVE SPACES          TO ATIV-TIPO-ULTIMO
570040             MOVE SPACES          TO ATIV-NOTA-ULTIMO
570050             MOVE ZEROS           TO ATIV-TOTAL-CONTATOS
570060             MOVE ZEROS           TO ATIV-DATA-RETORNO
570070             MOVE CODIGO-CAMPANHA TO ATIV-ULTIMA-CAMPANHA
570080             MOVE DATA-DE-HOJE    TO ATIV-DATA-CAMPANHA
570090             MOVE "N"             TO ATIV-RESPOSTA-CAMPANHA
570100             WRITE REGISTRO-ATIVIDADE
570110                 INVALID KEY
570120                     DISPLAY "Erro ao gravar o resumo do ID "
570130                         PESSOA-ID
570140             END-WRITE
570150             GO TO 4230-ANOTAR-CAMPANHA-ATIVIDADE-EXIT
570160     END-READ
570170     IF DATA-DE-HOJE > ATIV-DATA-CAMPANHA
570180             OR (DATA-DE-HOJE = ATIV-DATA-CAMPANHA
570190             AND CODIGO-CAMPANHA > ATIV-ULTIMA-CAMPANHA)
570200         MOVE CODIGO-CAMPANHA TO ATIV-ULTIMA-CAMPANHA
570210         MOVE DATA-DE-HOJE    TO ATIV-DATA-CAMPANHA
570220         MOVE "N"             TO ATIV-RESPOSTA-CAMPANHA
570230         REWRITE REGISTRO-ATIVIDADE
570240             INVALID KEY
570250                 DISPLAY "Erro ao regravar o resumo do ID "
570260                     PESSOA-ID
570270         END-REWRITE
570280     END-IF.
570290 4230-ANOTAR-CAMPANHA-ATIVIDADE-EXIT.
570300     EXIT.
570310
570320*================================================================
570330* 4240-RESUMO-ATIVIDADE-FICHA
570340* Grava na ficha (ARQUIVO-FICHA aberto) o resumo de atividade da
570350* pessoa ID-PESSOA-CORRENTE e deixa em DATA-ULTIMO-CONTATO a data
570360* do ultimo contato (ou a ja carregada pelo chamador, quando nao
570370* ha contato), para o calculo dos meses desde o ultimo contato.
570380*================================================================
570390 4240-RESUMO-ATIVIDADE-FICHA.
570400     PERFORM 4205-ABRIR-ATIVIDADES-IO
570410         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
570420     PERFORM 9820-LOCALIZAR-ULTIMO-CONTATO
570430         THRU 9820-LOCALIZAR-ULTIMO-CONTATO-EXIT
570440     CLOSE ARQUIVO-ATIVIDADES
570450
570460     MOVE SPACES TO REGISTRO-FICHA
570470     MOVE "Resumo de atividade:" TO REGISTRO-FICHA
570480     WRITE REGISTRO-FICHA
570490     IF NOT ATIVIDADE-ACHADA
570500         MOVE SPACES TO REGISTRO-FICHA
570510         MOVE "  (nenhuma atividade registrada)" TO REGISTRO-FICHA
570520         WRITE REGISTRO-FICHA
570530         GO TO 4240-RESUMO-ATIVIDADE-FICHA-EXIT
570540     END-IF
570550
570560     MOVE SPACES TO REGISTRO-FICHA
570570     STRING "  Total de contatos..: " DELIMITED BY SIZE
570580             ATIV-TOTAL-CONTATOS      DELIMITED BY SIZE
570590         INTO REGISTRO-FICHA
570600     WRITE REGISTRO-FICHA
570610     IF ATIV-TOTAL-CONTATOS > ZERO
570620         MOVE SPACES TO DATA-ULTIMO-FORMATADA
570630         STRING DIA-ULTIMO-CONTATO  DELIMITED BY SIZE
570640                 "/"                DELIMITED BY SIZE
570650                 MES-ULTIMO-CONTATO DELIMITED BY SIZE
570660                 "/"                DELIMITED BY SIZE
570670                 ANO-ULTIMO-CONTATO DELIMITED BY SIZE
570680             INTO DATA-ULTIMO-FORMATADA
570690         MOVE SPACES TO REGISTRO-FICHA
570700         STRING "  Ultimo contato.....: " DELIMITED BY SIZE
570710                 DATA-ULTIMO-FORMATADA    DELIMITED BY SIZE
570720                 " "                      DELIMITED BY SIZE
570730                 ATIV-TIPO-ULTIMO         DELIMITED BY SIZE
570740             INTO REGISTRO-FICHA
570750         WRITE REGISTRO-FICHA
570760     END-IF
570770     IF ATIV-DATA-RETORNO > ZERO
570780         MOVE ATIV-DATA-RETORNO TO DATA-LIMITE-RETORNO
570790         PERFORM 4245-FORMATAR-DATA-ATIVIDADE
570800             THRU 4245-FORMATAR-DATA-ATIVIDADE-EXIT
570810         MOVE SPACES TO REGISTRO-FICHA
570820         STRING "  Proximo retorno....: " DELIMITED BY SIZE
570830                 DATA-LIMITE-FORMATADA    DELIMITED BY SIZE
570840             INTO REGISTRO-FICHA
570850         WRITE REGISTRO-FICHA
570860     END-IF
570870     IF ATIV-ULTIMA-CAMPANHA NOT = SPACES
570880         MOVE ATIV-DATA-CAMPANHA TO DATA-LIMITE-RETORNO
570890         PERFORM 4245-FORMATAR-DATA-ATIVIDADE
570900             THRU 4245-FORMATAR-DATA-ATIVIDADE-EXIT
570910         MOVE SPACES TO REGISTRO-FICHA
570920         STRING "  Ultima campanha....: " DELIMITED BY SIZE
570930                 ATIV-ULTIMA-CAMPANHA     DELIMITED BY SIZE
570940                 " em "                   DELIMITED BY SIZE
570950                 DATA-LIMITE-FORMATADA    DELIMITED BY SIZE
570960                 " resposta "             DELIMITED BY SIZE
570970                 ATIV-RESPOSTA-CAMPANHA   DELIMITED BY SIZE
570980             INTO REGISTRO-FICHA
570990         WRITE REGISTRO-FICHA
571000     END-IF.
571010 4240-RESUMO-ATIVIDADE-FICHA-EXIT.
571020     EXIT.
571030
571040 4245-FORMATAR-DATA-ATIVIDADE.
571050     MOVE SPACES TO DATA-LIMITE-FORMATADA
571060     STRING DIA-LIMITE-RETORNO  DELIMITED BY SIZE
571070             "/"                DELIMITED BY SIZE
571080             MES-LIMITE-RETORNO DELIMITED BY SIZE
571090             "/"                DELIMITED BY SIZE
571100             ANO-LIMITE-RETORNO DELIMITED BY SIZE
571110         INTO DATA-LIMITE-FORMATADA.
571120 4245-FORMATAR-DATA-ATIVIDADE-EXIT.
571130     EXIT.
571140
571150*================================================================
571160* 4250-MANTER-ATIVIDADES
571170* Opcao do menu para o resumo de atividade: reconstruir
571180* atividades.txt inteiro ou conferi-lo com os detalhes.
571190*================================================================
571200 4250-MANTER-ATIVIDADES.
571210     DISPLAY "--- Resumo de atividade por pessoa ---"
571220     DISPLAY "1 - Reconstruir o resumo a partir dos detalhes"
571230     DISPLAY "2 - Conferir o resumo com os detalhes"
571240     DISPLAY "3 - Voltar"
571250     DISPLAY "Escolha uma opção: "
571260     ACCEPT OPCAO-ATIVIDADES
571270
571280     EVALUATE OPCAO-ATIVIDADES
571290         WHEN 1
571300             PERFORM 4260-REFAZER-ATIVIDADES
571310                 THRU 4260-REFAZER-ATIVIDADES-EXIT
571320         WHEN 2
571330             PERFORM 4280-CONFERIR-ATIVIDADES
571340                 THRU 4280-CONFERIR-ATIVIDADES-EXIT
571350         WHEN 3
571360             CONTINUE
571370         WHEN OTHER
571380             DISPLAY "Opção inválida!"
571390     END-EVALUATE.
571400 4250-MANTER-ATIVIDADES-EXIT.
571410     EXIT.
571420
571430*================================================================
571440* 4260-REFAZER-ATIVIDADES
571450* Reconstroi atividades.txt do zero: esvazia o arquivo e grava o
571460* resumo de cada pessoa que aparece em contatos.txt, proximos.txt
571470* ou campanhas.txt, em ordem de ID.
571480*================================================================
571490 4260-REFAZER-ATIVIDADES.
571500     OPEN OUTPUT ARQUIVO-ATIVIDADES
571510     IF STATUS-ATIVIDADES NOT = "00"
571520         DISPLAY "Erro ao criar atividades.txt: "
571525             STATUS-ATIVIDADES
571530         SET ERRO-FUNCAO TO TRUE
571540         MOVE "erro ao criar atividades.txt" TO TEXTO-LOG-LOTE
571550         GO TO 4260-REFAZER-ATIVIDADES-EXIT
571560     END-IF
571570     CLOSE ARQUIVO-ATIVIDADES
571580     PERFORM 4205-ABRIR-ATIVIDADES-IO
571590         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
571600     PERFORM 3360-ABRIR-CONTATOS-IO
571610         THRU 3360-ABRIR-CONTATOS-IO-EXIT
571620     PERFORM 3505-ABRIR-PROXIMOS-IO
571630         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
571640     PERFORM 8375-ABRIR-CAMPANHAS-IO
571650         THRU 8375-ABRIR-CAMPANHAS-IO-EXIT
571660
571670     MOVE ZERO TO CONTADOR-ATIV-REFEITAS
571680     MOVE ZERO TO ID-BUSCA-ATIVIDADE
571690     MOVE "N" TO INDICADOR-FIM-IDS-ATIVIDADE
571700     PERFORM 4270-PROXIMO-ID-ATIVIDADE
571710         THRU 4270-PROXIMO-ID-ATIVIDADE-EXIT
571720     PERFORM 4265-REFAZER-UMA-ATIVIDADE
571730         THRU 4265-REFAZER-UMA-ATIVIDADE-EXIT
571740         UNTIL FIM-IDS-ATIVIDADE
571750
571760     CLOSE ARQUIVO-CAMPANHAS
571770     CLOSE ARQUIVO-PROXIMOS
571780     CLOSE ARQUIVO-CONTATOS
571790     CLOSE ARQUIVO-ATIVIDADES
571800     DISPLAY "Resumos de atividade gravados: "
571810         CONTADOR-ATIV-REFEITAS.
571820 4260-REFAZER-ATIVIDADES-EXIT.
571830     EXIT.
571840
571850 4265-REFAZER-UMA-ATIVIDADE.
571860     MOVE PROXIMO-ID-ATIVIDADE TO ID-ATIVIDADE
571870     PERFORM 4210-CALCULAR-ATIVIDADE
571880         THRU 4210-CALCULAR-ATIVIDADE-EXIT
571890     PERFORM 4220-GRAVAR-ATIVIDADE
571900         THRU 4220-GRAVAR-ATIVIDADE-EXIT
571910     PERFORM 4275-AVANCAR-ID-ATIVIDADE
571920         THRU 4275-AVANCAR-ID-ATIVIDADE-EXIT.
571930 4265-REFAZER-UMA-ATIVIDADE-EXIT.
571940     EXIT.
571950
571960*================================================================
571970* 4270-PROXIMO-ID-ATIVIDADE
571980* Deixa em PROXIMO-ID-ATIVIDADE o menor ID, a partir de
571990* ID-BUSCA-ATIVIDADE, que tem registro em contatos.txt,
572000* proximos.txt ou campanhas.txt (os tres ja abertos). Sem nenhum,
572010* liga FIM-IDS-ATIVIDADE.
572020*================================================================
572030 4270-PROXIMO-ID-ATIVIDADE.
572040     MOVE "N" TO INDICADOR-ID-ATIVIDADE
572050     MOVE ZERO TO PROXIMO-ID-ATIVIDADE
572060
572070     MOVE ID-BUSCA-ATIVIDADE TO CONTATO-PESSOA-ID
572080     MOVE ZEROS TO CONTATO-DATA-NUM
572090     MOVE ZEROS TO CONTATO-SEQUENCIA
572100     START ARQUIVO-CONTATOS KEY IS NOT LESS THAN CONTATO-CHAVE
572110         INVALID KEY
572120             CONTINUE
572130         NOT INVALID KEY
572140             READ ARQUIVO-CONTATOS NEXT RECORD
572150                 AT END
572160                     CONTINUE
572170                 NOT AT END
572180                     MOVE CONTATO-PESSOA-ID
572185                         TO ID-CANDIDATO-ATIVIDADE
572190                     PERFORM 4272-CONSIDERAR-ID-ATIVIDADE
572200                         THRU 4272-CONSIDERAR-ID-ATIVIDADE-EXIT
572210             END-READ
572220     END-START
572230
572240     MOVE ID-BUSCA-ATIVIDADE TO PROX-PESSOA-ID
572250     START ARQUIVO-PROXIMOS KEY IS NOT LESS THAN PROX-PESSOA-ID
572260         INVALID KEY
572270             CONTINUE
572280         NOT INVALID KEY
572290             READ ARQUIVO-PROXIMOS NEXT RECORD
572300                 AT END
572310                     CONTINUE
572320                 NOT AT END
572330                     MOVE PROX-PESSOA-ID TO ID-CANDIDATO-ATIVIDADE
572340                     PERFORM 4272-CONSIDERAR-ID-ATIVIDADE
572350                         THRU 4272-CONSIDERAR-ID-ATIVIDADE-EXIT
572360             END-READ
572370     END-START
572380
572390     MOVE ID-BUSCA-ATIVIDADE TO CAMP-PESSOA-ID
572400     MOVE SPACES TO CAMP-CODIGO
572410     START ARQUIVO-CAMPANHAS KEY IS NOT LESS THAN CAMP-CHAVE
572420         INVALID KEY
572430             CONTINUE
572440         NOT INVALID KEY
572450             READ ARQUIVO-CAMPANHAS NEXT RECORD
572460                 AT END
572470                     CONTINUE
572480                 NOT AT END
572490                     MOVE CAMP-PESSOA-ID TO ID-CANDIDATO-ATIVIDADE
572500                     PERFORM 4272-CONSIDERAR-ID-ATIVIDADE
572510                         THRU 4272-CONSIDERAR-ID-ATIVIDADE-EXIT
572520             END-READ
572530     END-START
572540
572550     IF NOT ID-ATIVIDADE-ACHADO
572560         SET FIM-IDS-ATIVIDADE TO TRUE
572570     END-IF.
572580 4270-PROXIMO-ID-ATIVIDADE-EXIT.
572590     EXIT.
572600
572610 4272-CONSIDERAR-ID-ATIVIDADE.
572620     IF NOT ID-ATIVIDADE-ACHADO
572630             OR ID-CANDIDATO-ATIVIDADE < PROXIMO-ID-ATIVIDADE
572640         MOVE ID-CANDIDATO-ATIVIDADE TO PROXIMO-ID-ATIVIDADE
572650         SET ID-ATIVIDADE-ACHADO TO TRUE
572660     END-IF.
572670 4272-CONSIDERAR-ID-ATIVIDADE-EXIT.
572680     EXIT.
572690
572700*================================================================
572710* 4275-AVANCAR-ID-ATIVIDADE
572720* Passa ao ID seguinte ao de PROXIMO-ID-ATIVIDADE no percurso de
572730* 4270; o ultimo ID possivel encerra o percurso.
572740*================================================================
572750 4275-AVANCAR-ID-ATIVIDADE.
572760     IF PROXIMO-ID-ATIVIDADE = 999999
572770         SET FIM-IDS-ATIVIDADE TO TRUE
572780         GO TO 4275-AVANCAR-ID-ATIVIDADE-EXIT
572790     END-IF
572800     COMPUTE ID-BUSCA-ATIVIDADE = PROXIMO-ID-ATIVIDADE + 1
572810     PERFORM 4270-PROXIMO-ID-ATIVIDADE
572820         THRU 4270-PROXIMO-ID-ATIVIDADE-EXIT.
572830 4275-AVANCAR-ID-ATIVIDADE-EXIT.
572840     EXIT.
572850
572860*================================================================
572870* 4280-CONFERIR-ATIVIDADES
572880* Confere atividades.txt com os arquivos de detalhe e lista em
572890* confativ.lst cada resumo que discorda do calculado a partir
572900* deles, cada resumo sem detalhe que o justifique e cada pessoa
572910* com detalhe e sem resumo. Nada e corrigido aqui: havendo
572920* diferenca, a reconstrucao (4260) acerta o arquivo.
572930*================================================================
572940 4280-CONFERIR-ATIVIDADES.
572950     OPEN OUTPUT ARQUIVO-CONF-ATIV
572960     IF STATUS-CONF-ATIV NOT = "00"
572970         DISPLAY "Erro ao criar confativ.lst: " STATUS-CONF-ATIV
572980         SET ERRO-FUNCAO TO TRUE
572990         MOVE "erro ao criar confativ.lst" TO TEXTO-LOG-LOTE
573000         GO TO 4280-CONFERIR-ATIVIDADES-EXIT
573010     END-IF
573020     PERFORM 4205-ABRIR-ATIVIDADES-IO
573030         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
573040     PERFORM 3360-ABRIR-CONTATOS-IO
573050         THRU 3360-ABRIR-CONTATOS-IO-EXIT
573060     PERFORM 3505-ABRIR-PROXIMOS-IO
573070         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
573080     PERFORM 8375-ABRIR-CAMPANHAS-IO
573090         THRU 8375-ABRIR-CAMPANHAS-IO-EXIT
573100
573110     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
573120     MOVE SPACES TO DATA-EMISSAO-FORMATADA
573130     STRING DIA-EMISSAO-RELATORIO  DELIMITED BY SIZE
573140             "/"                   DELIMITED BY SIZE
573150             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
573160             "/"                   DELIMITED BY SIZE
573170             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
573180         INTO DATA-EMISSAO-FORMATADA
573190     MOVE SPACES TO REGISTRO-CONF-ATIV
573200     STRING "Conferencia do resumo de atividade - emissao "
573210                                   DELIMITED BY SIZE
573220             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
573230         INTO REGISTRO-CONF-ATIV
573240     WRITE REGISTRO-CONF-ATIV
573250     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CONF-ATIV
573260     WRITE REGISTRO-CONF-ATIV
573270
573280     MOVE ZERO TO CONTADOR-ATIV-CONFERIDAS
573290     MOVE ZERO TO CONTADOR-ATIV-DIVERGENTES
573300     MOVE ZERO TO CONTADOR-ATIV-SOBRANDO
573310     MOVE ZERO TO CONTADOR-ATIV-AUSENTES
573320
573330     MOVE "N" TO INDICADOR-FIM-ATIVIDADES
573340     MOVE ZEROS TO ATIV-PESSOA-ID
573350     START ARQUIVO-ATIVIDADES KEY IS NOT LESS THAN ATIV-PESSOA-ID
573360         INVALID KEY
573370             SET FIM-ATIVIDADES TO TRUE
573380     END-START
573390     PERFORM 4285-CONFERIR-UM-RESUMO
573400         THRU 4285-CONFERIR-UM-RESUMO-EXIT
573410         UNTIL FIM-ATIVIDADES
573420
573430     MOVE ZERO TO ID-BUSCA-ATIVIDADE
573440     MOVE "N" TO INDICADOR-FIM-IDS-ATIVIDADE
573450     PERFORM 4270-PROXIMO-ID-ATIVIDADE
573460         THRU 4270-PROXIMO-ID-ATIVIDADE-EXIT
573470     PERFORM 4290-PROCURAR-RESUMO-AUSENTE
573480         THRU 4290-PROCURAR-RESUMO-AUSENTE-EXIT
573490         UNTIL FIM-IDS-ATIVIDADE
573500
573510     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CONF-ATIV
573520     WRITE REGISTRO-CONF-ATIV
573530     MOVE SPACES TO REGISTRO-CONF-ATIV
573540     STRING "Resumos conferidos.....: " DELIMITED BY SIZE
573550             CONTADOR-ATIV-CONFERIDAS   DELIMITED BY SIZE
573560         INTO REGISTRO-CONF-ATIV
573570     WRITE REGISTRO-CONF-ATIV
573580     MOVE SPACES TO REGISTRO-CONF-ATIV
573590     STRING "Resumos divergentes....: " DELIMITED BY SIZE
573600             CONTADOR-ATIV-DIVERGENTES  DELIMITED BY SIZE
573610         INTO REGISTRO-CONF-ATIV
573620     WRITE REGISTRO-CONF-ATIV
573630     MOVE SPACES TO REGISTRO-CONF-ATIV
573640     STRING "Resumos sem detalhe....: " DELIMITED BY SIZE
573650             CONTADOR-ATIV-SOBRANDO     DELIMITED BY SIZE
573660         INTO REGISTRO-CONF-ATIV
573670     WRITE REGISTRO-CONF-ATIV
573680     MOVE SPACES TO REGISTRO-CONF-ATIV
573690     STRING "Pessoas sem resumo.....: " DELIMITED BY SIZE
573700             CONTADOR-ATIV-AUSENTES     DELIMITED BY SIZE
573710         INTO REGISTRO-CONF-ATIV
573720     WRITE REGISTRO-CONF-ATIV
573730
573740     CLOSE ARQUIVO-CAMPANHAS
573750     CLOSE ARQUIVO-PROXIMOS
573760     CLOSE ARQUIVO-CONTATOS
573770     CLOSE ARQUIVO-ATIVIDADES
573780     CLOSE ARQUIVO-CONF-ATIV
573790
573800     DISPLAY "Resumos conferidos.....: " CONTADOR-ATIV-CONFERIDAS
573810     DISPLAY "Resumos divergentes....: " CONTADOR-ATIV-DIVERGENTES
573820     DISPLAY "Resumos sem detalhe....: " CONTADOR-ATIV-SOBRANDO
573830     DISPLAY "Pessoas sem resumo.....: " CONTADOR-ATIV-AUSENTES
573840     IF CONTADOR-ATIV-DIVERGENTES = ZERO
573850             AND CONTADOR-ATIV-SOBRANDO = ZERO
573860             AND CONTADOR-ATIV-AUSENTES = ZERO
573870         DISPLAY "Resumo de atividade confere com os detalhes."
573880     ELSE
573890         DISPLAY "Resumo de atividade COM DIVERGÊNCIAS."
573900         SET ERRO-FUNCAO TO TRUE
573910         MOVE "resumo de atividade divergente" TO TEXTO-LOG-LOTE
573920     END-IF
573930     DISPLAY "Relatório gerado: confativ.lst".
573940 4280-CONFERIR-ATIVIDADES-EXIT.
573950     EXIT.
573960
573970 4285-CONFERIR-UM-RESUMO.
573980     READ ARQUIVO-ATIVIDADES NEXT RECORD
573990         AT END
574000             SET FIM-ATIVIDADES TO TRUE
574010             GO TO 4285-CONFERIR-UM-RESUMO-EXIT
574020     END-READ
574030     ADD 1 TO CONTADOR-ATIV-CONFERIDAS
574040     MOVE ATIV-PESSOA-ID TO ID-ATIVIDADE
574050     PERFORM 4210-CALCULAR-ATIVIDADE
574060         THRU 4210-CALCULAR-ATIVIDADE-EXIT
574070     IF ATIVIDADE-CALCULADA = REGISTRO-ATIVIDADE
574080         GO TO 4285-CONFERIR-UM-RESUMO-EXIT
574090     END-IF
574100
574110     IF ATVC-TOTAL-CONTATOS = ZERO
574120             AND ATVC-DATA-RETORNO = ZERO
574130             AND ATVC-ULTIMA-CAMPANHA = SPACES
574140         ADD 1 TO CONTADOR-ATIV-SOBRANDO
574150         MOVE "resumo sem contato, retorno ou campanha"
574160             TO MOTIVO-CONF-ATIV
574170     ELSE
574180         ADD 1 TO CONTADOR-ATIV-DIVERGENTES
574190         EVALUATE TRUE
574200             WHEN ATVC-TOTAL-CONTATOS NOT = ATIV-TOTAL-CONTATOS
574210                 MOVE "total de contatos difere"
574220                     TO MOTIVO-CONF-ATIV
574230             WHEN ATVC-DATA-ULTIMO NOT = ATIV-DATA-ULTIMO
574240                     OR ATVC-TIPO-ULTIMO NOT = ATIV-TIPO-ULTIMO
574250                     OR ATVC-NOTA-ULTIMO NOT = ATIV-NOTA-ULTIMO
574260                 MOVE "ultimo contato difere" TO MOTIVO-CONF-ATIV
574270             WHEN ATVC-DATA-RETORNO NOT = ATIV-DATA-RETORNO
574280                 MOVE "proximo retorno difere" TO MOTIVO-CONF-ATIV
574290             WHEN OTHER
574300                 MOVE "ultima campanha difere" TO MOTIVO-CONF-ATIV
574310         END-EVALUATE
574320     END-IF
574330     MOVE SPACES TO REGISTRO-CONF-ATIV
574340     STRING "ID "             DELIMITED BY SIZE
574350             ATIV-PESSOA-ID   DELIMITED BY SIZE
574360             " "              DELIMITED BY SIZE
574370             MOTIVO-CONF-ATIV DELIMITED BY SIZE
574380         INTO REGISTRO-CONF-ATIV
574390     WRITE REGISTRO-CONF-ATIV.
574400 4285-CONFERIR-UM-RESUMO-EXIT.
574410     EXIT.
574420
574430 4290-PROCURAR-RESUMO-AUSENTE.
574440     MOVE PROXIMO-ID-ATIVIDADE TO ATIV-PESSOA-ID
574450     READ ARQUIVO-ATIVIDADES
574460         INVALID KEY
574470             ADD 1 TO CONTADOR-ATIV-AUSENTES
574480             MOVE SPACES TO REGISTRO-CONF-ATIV
574490             STRING "ID "                  DELIMITED BY SIZE
574500                     PROXIMO-ID-ATIVIDADE  DELIMITED BY SIZE
574510                     " tem detalhe e nao tem resumo"
574520                                           DELIMITED BY SIZE
574530                 INTO REGISTRO-CONF-ATIV
574540             WRITE REGISTRO-CONF-ATIV
574550     END-READ
574560     PERFORM 4275-AVANCAR-ID-ATIVIDADE
574570         THRU 4275-AVANCAR-ID-ATIVIDADE-EXIT.
574580 4290-PROCURAR-RESUMO-AUSENTE-EXIT.
574590     EXIT.
574600
574610*================================================================
574620* 4300-MANTER-CARTEIRAS
574630* Carteira de pessoas por operador responsavel (so supervisor):
574640* consulta da carteira de um operador, definicao do responsavel
574650* de uma pessoa ou de toda uma categoria e transferencia da
574660* carteira inteira para outro operador, com o relatorio de
574670* passagem em passagem.lst. Cada troca de responsavel vai para a
574680* auditoria com a acao CARTEIRA, com o responsavel anterior e o
574690* novo nas observacoes antiga e nova.
574700*================================================================
574710 4300-MANTER-CARTEIRAS.
574720     MOVE "N" TO INDICADOR-FIM-MENU-CARTEIRA
574730     PERFORM 4302-EXIBIR-MENU-CARTEIRA
574740         THRU 4302-EXIBIR-MENU-CARTEIRA-EXIT
574750         UNTIL FIM-MENU-CARTEIRA.
574760 4300-MANTER-CARTEIRAS-EXIT.
574770     EXIT.
574780
574790 4302-EXIBIR-MENU-CARTEIRA.
574800     DISPLAY "--- Carteira de pessoas por responsável ---"
574810     DISPLAY "1 - Consultar a carteira de um operador"
574820     DISPLAY "2 - Definir o responsável de uma pessoa"
574830     DISPLAY "3 - Definir o responsável de uma categoria"
574840     DISPLAY "4 - Transferir a carteira para outro operador"
574850     DISPLAY "5 - Voltar"
574860     DISPLAY "Escolha uma opção: "
574870     ACCEPT OPCAO-CARTEIRA
574880
574890     EVALUATE OPCAO-CARTEIRA
574900         WHEN 1
574910             PERFORM 4320-LISTAR-CARTEIRA
574920                 THRU 4320-LISTAR-CARTEIRA-EXIT
574930         WHEN 2
574940             PERFORM 4330-DEFINIR-RESPONSAVEL
574950                 THRU 4330-DEFINIR-RESPONSAVEL-EXIT
574960         WHEN 3
574970             PERFORM 4340-DEFINIR-POR-CATEGORIA
574980                 THRU 4340-DEFINIR-POR-CATEGORIA-EXIT
574990         WHEN 4
575000             PERFORM 4350-TRANSFERIR-CARTEIRA
575010                 THRU 4350-TRANSFERIR-CARTEIRA-EXIT
575020         WHEN 5
575030             SET FIM-MENU-CARTEIRA TO TRUE
575040         WHEN OTHER
575050             DISPLAY "Opção inválida!"
575060     END-EVALUATE.
575070 4302-EXIBIR-MENU-CARTEIRA-EXIT.
575080     EXIT.
575090
575100*================================================================
575110* 4305-ABRIR-RESPONSAVEIS-IO
575120* Abre responsaveis.txt em I-O, criando o arquivo vazio quando
575130* ainda nao existe, como 3360/3505 fazem com os demais.
575140*================================================================
575150 4305-ABRIR-RESPONSAVEIS-IO.
575160     OPEN I-O ARQUIVO-RESPONSAVEIS
575170     IF STATUS-RESPONSAVEIS = "35"
575180         OPEN OUTPUT ARQUIVO-RESPONSAVEIS
575190         CLOSE ARQUIVO-RESPONSAVEIS
575200         OPEN I-O ARQUIVO-RESPONSAVEIS
575210     END-IF.
575220 4305-ABRIR-RESPONSAVEIS-IO-EXIT.
575230     EXIT.
575240
575250*================================================================
575260* 4310-LER-RESPONSAVEL
575270* Le em responsaveis.txt (ja aberto) o responsavel da pessoa
575280* ID-RESPONSAVEL e o deixa em RESPONSAVEL-PESSOA (espacos quando
575290* a pessoa ainda nao tem responsavel).
575300*================================================================
575310 4310-LER-RESPONSAVEL.
575320     MOVE ID-RESPONSAVEL TO RESP-PESSOA-ID
575330     READ ARQUIVO-RESPONSAVEIS
575340         INVALID KEY
575350             MOVE SPACES TO RESPONSAVEL-PESSOA
575360         NOT INVALID KEY
575370             MOVE RESP-OPERADOR TO RESPONSAVEL-PESSOA
575380     END-READ.
575390 4310-LER-RESPONSAVEL-EXIT.
575400     EXIT.
575410
575420*================================================================
575430* 4311-OBTER-RESPONSAVEL-AVULSO
575440* Como 4310, abrindo e fechando responsaveis.txt, para quem trata
575450* uma pessoa so (ficha).
575460*================================================================
575470 4311-OBTER-RESPONSAVEL-AVULSO.
575480     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
575490         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
575500     PERFORM 4310-LER-RESPONSAVEL
575510         THRU 4310-LER-RESPONSAVEL-EXIT
575520     CLOSE ARQUIVO-RESPONSAVEIS.
575530 4311-OBTER-RESPONSAVEL-AVULSO-EXIT.
575540     EXIT.
575550
575560*================================================================
575570* 4312-VALIDAR-OPERADOR
575580* Confere se o operador em RESPONSAVEL-INPUT esta cadastrado em
575590* operadores.txt e liga OPERADOR-VALIDO quando esta.
575600*================================================================
575610 4312-VALIDAR-OPERADOR.
575620     MOVE "N" TO INDICADOR-OPERADOR-VALIDO
575630     PERFORM 1065-ABRIR-OPERADORES-IO
575640         THRU 1065-ABRIR-OPERADORES-IO-EXIT
575650     MOVE RESPONSAVEL-INPUT TO OPER-NOME
575660     READ ARQUIVO-OPERADORES
575670         INVALID KEY
575680             CONTINUE
575690         NOT INVALID KEY
575700             SET OPERADOR-VALIDO TO TRUE
575710     END-READ
575720     CLOSE ARQUIVO-OPERADORES.
575730 4312-VALIDAR-OPERADOR-EXIT.
575740     EXIT.
575750
575760*================================================================
575770* 4314-OBTER-RESPONSAVEL-VALIDO
575780* Pede o operador responsavel (em branco vale o operador da
575790* sessao), deixa-o em maiusculas em RESPONSAVEL-INPUT e confere o
575800* cadastro; o chamador repete ate OPERADOR-VALIDO.
575810*================================================================
575820 4314-OBTER-RESPONSAVEL-VALIDO.
575830     DISPLAY "Responsável (em branco = " OPERADOR-ATUAL "): "
575840     ACCEPT RESPONSAVEL-INPUT
575850     MOVE RESPONSAVEL-INPUT TO CAMPO-PARA-CONVERTER
575860     PERFORM 9600-CONVERTER-MAIUSCULAS
575870         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
575880     MOVE CAMPO-CONVERTIDO(1:8) TO RESPONSAVEL-INPUT
575890     IF RESPONSAVEL-INPUT = SPACES
575900         MOVE OPERADOR-ATUAL TO RESPONSAVEL-INPUT
575910     END-IF
575920     PERFORM 4312-VALIDAR-OPERADOR
575930         THRU 4312-VALIDAR-OPERADOR-EXIT
575940     IF NOT OPERADOR-VALIDO
575950         DISPLAY "Operador não cadastrado."
575960     END-IF.
575970 4314-OBTER-RESPONSAVEL-VALIDO-EXIT.
575980     EXIT.
575990
576000*================================================================
576010* 4316-OBTER-FILTRO-RESPONSAVEL
576020* Pergunta de qual operador e a carteira a listar (em branco,
576030* todas) e a deixa em FILTRO-RESPONSAVEL. OPERADOR-VALIDO volta
576040* ligado quando o filtro pode ser usado.
576050*================================================================
576060 4316-OBTER-FILTRO-RESPONSAVEL.
576070     DISPLAY "Somente a carteira do operador "
576075         "(em branco = todas): "
576080     ACCEPT RESPONSAVEL-INPUT
576090     MOVE RESPONSAVEL-INPUT TO CAMPO-PARA-CONVERTER
576100     PERFORM 9600-CONVERTER-MAIUSCULAS
576110         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
576120     MOVE CAMPO-CONVERTIDO(1:8) TO RESPONSAVEL-INPUT
576130     MOVE RESPONSAVEL-INPUT TO FILTRO-RESPONSAVEL
576140     IF FILTRO-RESPONSAVEL = SPACES
576150         SET OPERADOR-VALIDO TO TRUE
576160         GO TO 4316-OBTER-FILTRO-RESPONSAVEL-EXIT
576170     END-IF
576180     PERFORM 4312-VALIDAR-OPERADOR
576190         THRU 4312-VALIDAR-OPERADOR-EXIT
576200     IF NOT OPERADOR-VALIDO
576210         DISPLAY "Operador não cadastrado."
576220     END-IF.
576230 4316-OBTER-FILTRO-RESPONSAVEL-EXIT.
576240     EXIT.
576250
576260*================================================================
576270* 4317-CONFERIR-CARTEIRA
576280* Le (responsaveis.txt ja aberto) o responsavel da pessoa
576290* ID-RESPONSAVEL e liga NA-CARTEIRA quando nao ha filtro de
576300* carteira ou quando ele e o operador de FILTRO-RESPONSAVEL.
576310*================================================================
576320 4317-CONFERIR-CARTEIRA.
576330     MOVE "N" TO INDICADOR-NA-CARTEIRA
576340     PERFORM 4310-LER-RESPONSAVEL
576350         THRU 4310-LER-RESPONSAVEL-EXIT
576360     IF FILTRO-RESPONSAVEL = SPACES
576370             OR RESPONSAVEL-PESSOA = FILTRO-RESPONSAVEL
576380         SET NA-CARTEIRA TO TRUE
576390     END-IF.
576400 4317-CONFERIR-CARTEIRA-EXIT.
576410     EXIT.
576420
576430*================================================================
576440* 4318-OBTER-FILTRO-LOTE
576450* Filtro de carteira do modo lote: operador em PARM-VALOR2
576460* (colunas 31-40 da linha de parametro); em branco, todas. Um
576470* operador que nao esta em operadores.txt falha a funcao.
576480*================================================================
576490 4318-OBTER-FILTRO-LOTE.
576500     MOVE PARM-VALOR2 TO CAMPO-PARA-CONVERTER
576510     PERFORM 9600-CONVERTER-MAIUSCULAS
576520         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
576530     MOVE CAMPO-CONVERTIDO(1:8) TO RESPONSAVEL-INPUT
576540     MOVE RESPONSAVEL-INPUT TO FILTRO-RESPONSAVEL
576550     IF FILTRO-RESPONSAVEL = SPACES
576560         GO TO 4318-OBTER-FILTRO-LOTE-EXIT
576570     END-IF
576580     PERFORM 4312-VALIDAR-OPERADOR
576590         THRU 4312-VALIDAR-OPERADOR-EXIT
576600     IF NOT OPERADOR-VALIDO OR PARM-VALOR2(9:2) NOT = SPACES
576610         DISPLAY "Responsável inválido para AGENDA: "
576615             PARM-VALOR2
576620         SET ERRO-FUNCAO TO TRUE
576630         MOVE "responsavel invalido para AGENDA" TO TEXTO-LOG-LOTE
576640     END-IF.
576650 4318-OBTER-FILTRO-LOTE-EXIT.
576660     EXIT.
576670
576680*================================================================
576690* 4320-LISTAR-CARTEIRA
576700* Lista na tela as pessoas da carteira de um operador (em branco,
576710* o da sessao), pela chave alternada RESP-OPERADOR, apontando as
576720* que estao no arquivo morto.
576730*================================================================
576740 4320-LISTAR-CARTEIRA.
576750     MOVE "N" TO INDICADOR-OPERADOR-VALIDO
576760     PERFORM 4314-OBTER-RESPONSAVEL-VALIDO
576770         THRU 4314-OBTER-RESPONSAVEL-VALIDO-EXIT
576780     IF NOT OPERADOR-VALIDO
576790         GO TO 4320-LISTAR-CARTEIRA-EXIT
576800     END-IF
576810     MOVE RESPONSAVEL-INPUT TO OPERADOR-CARTEIRA
576820
576830     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
576840         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
576850     OPEN INPUT ARQUIVO-PESSOAS
576860     PERFORM 3070-ABRIR-ARQUIVADAS-IO
576870         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
576880
576890     MOVE ZERO TO CONTADOR-CARTEIRA
576900     DISPLAY "=== Carteira de " OPERADOR-CARTEIRA " ==="
576910     MOVE "N" TO INDICADOR-FIM-RESPONSAVEIS
576920     MOVE OPERADOR-CARTEIRA TO RESP-OPERADOR
576930     START ARQUIVO-RESPONSAVEIS KEY IS EQUAL TO RESP-OPERADOR
576940         INVALID KEY
576950             SET FIM-RESPONSAVEIS TO TRUE
576960     END-START
576970     PERFORM 4322-LER-E-EXIBIR-CARTEIRA
576980         THRU 4322-LER-E-EXIBIR-CARTEIRA-EXIT
576990         UNTIL FIM-RESPONSAVEIS
577000
577010     CLOSE ARQUIVO-ARQUIVADAS
577020     CLOSE ARQUIVO-PESSOAS
577030     CLOSE ARQUIVO-RESPONSAVEIS
577040     DISPLAY "Pessoas na carteira: " CONTADOR-CARTEIRA.
577050 4320-LISTAR-CARTEIRA-EXIT.
577060     EXIT.
577070
577080 4322-LER-E-EXIBIR-CARTEIRA.
577090     READ ARQUIVO-RESPONSAVEIS NEXT RECORD
577100         AT END
577110             SET FIM-RESPONSAVEIS TO TRUE
577120             GO TO 4322-LER-E-EXIBIR-CARTEIRA-EXIT
577130     END-READ
577140     IF RESP-OPERADOR NOT = OPERADOR-CARTEIRA
577150         SET FIM-RESPONSAVEIS TO TRUE
577160         GO TO 4322-LER-E-EXIBIR-CARTEIRA-EXIT
577170     END-IF
577180     ADD 1 TO CONTADOR-CARTEIRA
577190     MOVE RESP-PESSOA-ID TO ID-RESPONSAVEL
577200     PERFORM 4324-LOCALIZAR-PESSOA-CARTEIRA
577210         THRU 4324-LOCALIZAR-PESSOA-CARTEIRA-EXIT
577220     DISPLAY "ID " ID-RESPONSAVEL " " NOME " " CATEGORIA " "
577230         SITUACAO-PESSOA-CARTEIRA.
577240 4322-LER-E-EXIBIR-CARTEIRA-EXIT.
577250     EXIT.
577260
577270*================================================================
577280* 4324-LOCALIZAR-PESSOA-CARTEIRA
577290* Carrega em REGISTRO-PESSOA a pessoa ID-RESPONSAVEL, do cadastro
577300* vivo ou, quando arquivada, do arquivo morto (os dois ja
577310* abertos); SITUACAO-PESSOA-CARTEIRA diz de onde veio.
577320*================================================================
577330 4324-LOCALIZAR-PESSOA-CARTEIRA.
577340     MOVE SPACES TO SITUACAO-PESSOA-CARTEIRA
577350     MOVE ID-RESPONSAVEL TO PESSOA-ID
577360     READ ARQUIVO-PESSOAS
577370         INVALID KEY
577380             MOVE "(arquivada)" TO SITUACAO-PESSOA-CARTEIRA
577390     END-READ
577400     IF SITUACAO-PESSOA-CARTEIRA = SPACES
577410         GO TO 4324-LOCALIZAR-PESSOA-CARTEIRA-EXIT
577420     END-IF
577430     MOVE ID-RESPONSAVEL TO ARQV-PESSOA-ID
577440     READ ARQUIVO-ARQUIVADAS
577450         INVALID KEY
577460             MOVE "(pessoa nao encontrada)" TO NOME
577470             MOVE SPACES TO DATA-CONHECEU
577480             MOVE SPACES TO CATEGORIA
577490             MOVE SPACES TO OBSERVACAO
577500             MOVE "(nao achada)" TO SITUACAO-PESSOA-CARTEIRA
577510         NOT INVALID KEY
577520             MOVE ARQV-NOME          TO NOME
577530             MOVE ARQV-DATA-CONHECEU TO DATA-CONHECEU
577540             MOVE ARQV-CATEGORIA     TO CATEGORIA
577550             MOVE ARQV-OBSERVACAO    TO OBSERVACAO
577560     END-READ.
577570 4324-LOCALIZAR-PESSOA-CARTEIRA-EXIT.
577580     EXIT.
577590
577600*================================================================
577610* 4325-GRAVAR-RESPONSAVEL
577620* Poe RESPONSAVEL-INPUT como responsavel da pessoa ID-RESPONSAVEL
577630* em responsaveis.txt (ja aberto), incluindo ou regravando o
577640* registro. Deixa em RESPONSAVEL-ANTERIOR o responsavel que havia
577650* (espacos se nenhum); quando e o mesmo, nada e regravado.
577660*================================================================
577670 4325-GRAVAR-RESPONSAVEL.
577680     MOVE SPACES TO RESPONSAVEL-ANTERIOR
577690     MOVE "N" TO INDICADOR-RESP-ACHADO
577700     MOVE ID-RESPONSAVEL TO RESP-PESSOA-ID
577710     READ ARQUIVO-RESPONSAVEIS
577720         INVALID KEY
577730             CONTINUE
577740         NOT INVALID KEY
577750             SET RESP-ACHADO TO TRUE
577760             MOVE RESP-OPERADOR TO RESPONSAVEL-ANTERIOR
577770     END-READ
577780     IF RESPONSAVEL-ANTERIOR = RESPONSAVEL-INPUT
577790         GO TO 4325-GRAVAR-RESPONSAVEL-EXIT
577800     END-IF
577810
577820     MOVE ID-RESPONSAVEL    TO RESP-PESSOA-ID
577830     MOVE RESPONSAVEL-INPUT TO RESP-OPERADOR
577840     ACCEPT RESP-DATA FROM DATE YYYYMMDD
577850     IF RESP-ACHADO
577860         REWRITE REGISTRO-RESPONSAVEL
577870             INVALID KEY
577880                 DISPLAY "Erro ao regravar o responsável do ID "
577890                     ID-RESPONSAVEL
577900         END-REWRITE
577910     ELSE
577920         WRITE REGISTRO-RESPONSAVEL
577930             INVALID KEY
577940                 DISPLAY "Erro ao gravar o responsável do ID "
577950                     ID-RESPONSAVEL
577960         END-WRITE
577970     END-IF.
577980 4325-GRAVAR-RESPONSAVEL-EXIT.
577990     EXIT.
578000
578010*================================================================
578020* 4327-AUDITAR-CARTEIRA
578030* Grava na auditoria a troca de responsavel da pessoa
578040* ID-RESPONSAVEL (acao CARTEIRA): cadastro da pessoa de
578050* REGISTRO-PESSOA nas imagens antiga e nova, o responsavel
578060* anterior na observacao antiga e o novo na observacao nova.
578070*================================================================
578080 4327-AUDITAR-CARTEIRA.
578090     MOVE NOME                 TO NOME-ANTIGO
578100     MOVE DATA-CONHECEU        TO DATA-ANTIGA
578110     MOVE CATEGORIA            TO CATEGORIA-ANTIGA
578120     MOVE RESPONSAVEL-ANTERIOR TO OBSERVACAO-ANTIGA
578130     MOVE NOME                 TO NOME-INPUT
578140     MOVE DATA-CONHECEU        TO DATA-INPUT
578150     MOVE CATEGORIA            TO CATEGORIA-INPUT
578160     MOVE RESPONSAVEL-INPUT    TO OBSERVACAO-INPUT
578170     MOVE ID-RESPONSAVEL       TO ID-AUDITORIA
578180     MOVE "CARTEIRA"           TO ACAO-AUDITORIA
578190     PERFORM 9500-GRAVAR-AUDITORIA
578200         THRU 9500-GRAVAR-AUDITORIA-EXIT.
578210 4327-AUDITAR-CARTEIRA-EXIT.
578220     EXIT.
578230
578240*================================================================
578250* 4330-DEFINIR-RESPONSAVEL
578260* Define ou troca o responsavel de uma pessoa do cadastro vivo,
578270* auditando a troca.
578280*================================================================
578290 4330-DEFINIR-RESPONSAVEL.
578300     DISPLAY "Informe o ID da pessoa: "
578310     ACCEPT ID-INFORMADO
578320     OPEN INPUT ARQUIVO-PESSOAS
578330     MOVE ID-INFORMADO TO PESSOA-ID
578340     READ ARQUIVO-PESSOAS
578350         INVALID KEY
578360             DISPLAY "Pessoa não encontrada."
578370             CLOSE ARQUIVO-PESSOAS
578380             GO TO 4330-DEFINIR-RESPONSAVEL-EXIT
578390     END-READ
578400
578410     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
578420         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
578430     MOVE PESSOA-ID TO ID-RESPONSAVEL
578440     PERFORM 4310-LER-RESPONSAVEL
578450         THRU 4310-LER-RESPONSAVEL-EXIT
578460     IF RESPONSAVEL-PESSOA = SPACES
578470         DISPLAY "Responsável atual de " NOME ": (nenhum)"
578480     ELSE
578490         DISPLAY "Responsável atual de " NOME ": "
578500             RESPONSAVEL-PESSOA
578510     END-IF
578520     MOVE "N" TO INDICADOR-OPERADOR-VALIDO
578530     PERFORM 4314-OBTER-RESPONSAVEL-VALIDO
578540         THRU 4314-OBTER-RESPONSAVEL-VALIDO-EXIT
578550         UNTIL OPERADOR-VALIDO
578560     PERFORM 4325-GRAVAR-RESPONSAVEL
578570         THRU 4325-GRAVAR-RESPONSAVEL-EXIT
578580     CLOSE ARQUIVO-RESPONSAVEIS
578590
578600     IF RESPONSAVEL-ANTERIOR = RESPONSAVEL-INPUT
578610         DISPLAY "Responsável mantido."
578620         CLOSE ARQUIVO-PESSOAS
578630         GO TO 4330-DEFINIR-RESPONSAVEL-EXIT
578640     END-IF
578650     PERFORM 4327-AUDITAR-CARTEIRA
578660         THRU 4327-AUDITAR-CARTEIRA-EXIT
578670     CLOSE ARQUIVO-PESSOAS
578680     DISPLAY "Responsável definido com sucesso!".
578690 4330-DEFINIR-RESPONSAVEL-EXIT.
578700     EXIT.
578710
578720*================================================================
578730* 4340-DEFINIR-POR-CATEGORIA
578740* Poe um operador como responsavel de todas as pessoas de uma
578750* categoria do cadastro vivo (ou so das que ainda nao tem
578760* responsavel), auditando cada troca.
578770*================================================================
578780 4340-DEFINIR-POR-CATEGORIA.
578790     MOVE "N" TO INDICADOR-CATEGORIA-INPUT-VALIDA
578800     PERFORM 3020-OBTER-CATEGORIA-VALIDA
578810         THRU 3020-OBTER-CATEGORIA-VALIDA-EXIT
578820         UNTIL CATEGORIA-INPUT-VALIDA
578830     MOVE CATEGORIA-INPUT TO CATEGORIA-CARTEIRA
578840     MOVE "N" TO INDICADOR-OPERADOR-VALIDO
578850     PERFORM 4314-OBTER-RESPONSAVEL-VALIDO
578860         THRU 4314-OBTER-RESPONSAVEL-VALIDO-EXIT
578870         UNTIL OPERADOR-VALIDO
578880     DISPLAY "Somente quem ainda não tem responsável (S/N)? "
578890     ACCEPT RESPOSTA
578900     MOVE "N" TO INDICADOR-SO-SEM-RESP
578910     IF RESPOSTA-SIM
578920         SET SO-SEM-RESPONSAVEL TO TRUE
578930     END-IF
578940     DISPLAY "Confirma " RESPONSAVEL-INPUT
578945         " como responsável pela categoria " CATEGORIA-CARTEIRA
578950         " (S/N)? "
578960     ACCEPT RESPOSTA
578970     IF NOT RESPOSTA-SIM
578980         DISPLAY "Operação cancelada."
578990         GO TO 4340-DEFINIR-POR-CATEGORIA-EXIT
579000     END-IF
579010
579020     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
579030         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
579040     OPEN INPUT ARQUIVO-PESSOAS
579050     MOVE ZERO TO CONTADOR-CARTEIRA
579060     MOVE "N" TO INDICADOR-FIM-PESSOAS
579070     MOVE ZEROS TO PESSOA-ID
579080     START ARQUIVO-PESSOAS KEY IS NOT LESS THAN PESSOA-ID
579090         INVALID KEY
579100             SET FIM-PESSOAS TO TRUE
579110     END-START
579120     PERFORM 4345-DEFINIR-UMA-PESSOA-CATEG
579130         THRU 4345-DEFINIR-UMA-PESSOA-CATEG-EXIT
579140         UNTIL FIM-PESSOAS
579150     CLOSE ARQUIVO-PESSOAS
579160     CLOSE ARQUIVO-RESPONSAVEIS
579170     DISPLAY "Pessoas com responsável trocado: "
579175         CONTADOR-CARTEIRA.
579180 4340-DEFINIR-POR-CATEGORIA-EXIT.
579190     EXIT.
579200
579210 4345-DEFINIR-UMA-PESSOA-CATEG.
579220     READ ARQUIVO-PESSOAS NEXT RECORD
579230         AT END
579240             SET FIM-PESSOAS TO TRUE
579250             GO TO 4345-DEFINIR-UMA-PESSOA-CATEG-EXIT
579260     END-READ
579270     IF CATEGORIA NOT = CATEGORIA-CARTEIRA
579280         GO TO 4345-DEFINIR-UMA-PESSOA-CATEG-EXIT
579290     END-IF
579300     MOVE PESSOA-ID TO ID-RESPONSAVEL
579310     IF SO-SEM-RESPONSAVEL
579320         PERFORM 4310-LER-RESPONSAVEL
579330             THRU 4310-LER-RESPONSAVEL-EXIT
579340         IF RESPONSAVEL-PESSOA NOT = SPACES
579350             GO TO 4345-DEFINIR-UMA-PESSOA-CATEG-EXIT
579360         END-IF
579370     END-IF
579380     PERFORM 4325-GRAVAR-RESPONSAVEL
579390         THRU 4325-GRAVAR-RESPONSAVEL-EXIT
579400     IF RESPONSAVEL-ANTERIOR NOT = RESPONSAVEL-INPUT
579410         ADD 1 TO CONTADOR-CARTEIRA
579420         PERFORM 4327-AUDITAR-CARTEIRA
579430             THRU 4327-AUDITAR-CARTEIRA-EXIT
579440     END-IF.
579450 4345-DEFINIR-UMA-PESSOA-CATEG-EXIT.
579460     EXIT.
579470
579480*================================================================
579490* 4350-TRANSFERIR-CARTEIRA
579500* Passa toda a carteira de um operador (vivas e arquivadas) para
579510* outro, auditando cada pessoa, e grava em passagem.lst a lista
579520* das pessoas entregues com o retorno agendado de cada uma (o
579530* que vence ate hoje sai marcado como vencido). E o caminho para
579540* esvaziar a carteira de um operador antes de remove-lo (7360).
579550*================================================================
579560 4350-TRANSFERIR-CARTEIRA.
579570     DISPLAY "Operador que entrega a carteira: "
579580     ACCEPT RESPONSAVEL-INPUT
579590     MOVE RESPONSAVEL-INPUT TO CAMPO-PARA-CONVERTER
579600     PERFORM 9600-CONVERTER-MAIUSCULAS
579610         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
579620     MOVE CAMPO-CONVERTIDO(1:8) TO OPERADOR-CARTEIRA
579630     IF OPERADOR-CARTEIRA = SPACES
579640         DISPLAY "Operador não informado."
579650         GO TO 4350-TRANSFERIR-CARTEIRA-EXIT
579660     END-IF
579670     PERFORM 4360-CONTAR-CARTEIRA
579680         THRU 4360-CONTAR-CARTEIRA-EXIT
579690     IF CONTADOR-CARTEIRA = ZERO
579700         DISPLAY "Nenhuma pessoa na carteira de "
579705             OPERADOR-CARTEIRA
579710         GO TO 4350-TRANSFERIR-CARTEIRA-EXIT
579720     END-IF
579730
579740     DISPLAY "Operador que recebe a carteira: "
579750     ACCEPT RESPONSAVEL-INPUT
579760     MOVE RESPONSAVEL-INPUT TO CAMPO-PARA-CONVERTER
579770     PERFORM 9600-CONVERTER-MAIUSCULAS
579780         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
579790     MOVE CAMPO-CONVERTIDO(1:8) TO RESPONSAVEL-INPUT
579800     IF RESPONSAVEL-INPUT = OPERADOR-CARTEIRA
579810         DISPLAY "O operador que recebe deve ser outro."
579820         GO TO 4350-TRANSFERIR-CARTEIRA-EXIT
579830     END-IF
579840     PERFORM 4312-VALIDAR-OPERADOR
579850         THRU 4312-VALIDAR-OPERADOR-EXIT
579860     IF NOT OPERADOR-VALIDO
579870         DISPLAY "Operador não cadastrado."
579880         GO TO 4350-TRANSFERIR-CARTEIRA-EXIT
579890     END-IF
579900     DISPLAY "Transferir " CONTADOR-CARTEIRA " pessoa(s) de "
579910         OPERADOR-CARTEIRA " para " RESPONSAVEL-INPUT " (S/N)? "
579920     ACCEPT RESPOSTA
579930     IF NOT RESPOSTA-SIM
579940         DISPLAY "Transferência cancelada."
579950         GO TO 4350-TRANSFERIR-CARTEIRA-EXIT
579960     END-IF
579970
579980     OPEN OUTPUT ARQUIVO-PASSAGEM
579990     IF STATUS-PASSAGEM NOT = "00"
580000         DISPLAY "Erro ao criar passagem.lst: " STATUS-PASSAGEM
580010         GO TO 4350-TRANSFERIR-CARTEIRA-EXIT
580020     END-IF
580030     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
580040         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
580050     OPEN INPUT ARQUIVO-PESSOAS
580060     PERFORM 3070-ABRIR-ARQUIVADAS-IO
580070         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
580080     PERFORM 3505-ABRIR-PROXIMOS-IO
580090         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
580100
580110     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
580120     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
580130     MOVE SPACES TO DATA-EMISSAO-FORMATADA
580140     STRING DIA-EMISSAO-RELATORIO  DELIMITED BY SIZE
580150             "/"                   DELIMITED BY SIZE
580160             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
580170             "/"                   DELIMITED BY SIZE
580180             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
580190         INTO DATA-EMISSAO-FORMATADA
580200     MOVE SPACES TO REGISTRO-PASSAGEM
580210     STRING "Passagem de carteira - emissao " DELIMITED BY SIZE
580220             DATA-EMISSAO-FORMATADA           DELIMITED BY SIZE
580230         INTO REGISTRO-PASSAGEM
580240     WRITE REGISTRO-PASSAGEM
580250     MOVE SPACES TO REGISTRO-PASSAGEM
580260     STRING "De "             DELIMITED BY SIZE
580270             OPERADOR-CARTEIRA DELIMITED BY SIZE
580280             " para "          DELIMITED BY SIZE
580290             RESPONSAVEL-INPUT DELIMITED BY SIZE
580300             " - operador "    DELIMITED BY SIZE
580310             OPERADOR-ATUAL    DELIMITED BY SIZE
580320         INTO REGISTRO-PASSAGEM
580330     WRITE REGISTRO-PASSAGEM
580340     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-PASSAGEM
580350     WRITE REGISTRO-PASSAGEM
580360
580370     MOVE ZERO TO CONTADOR-CARTEIRA
580380     MOVE ZERO TO CONTADOR-RETORNOS-PASSAGEM
580390     SET CARTEIRA-PENDENTE TO TRUE
580400     PERFORM 4355-TRANSFERIR-UMA-PESSOA
580410         THRU 4355-TRANSFERIR-UMA-PESSOA-EXIT
580420         UNTIL NOT CARTEIRA-PENDENTE
580430
580440     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-PASSAGEM
580450     WRITE REGISTRO-PASSAGEM
580460     MOVE SPACES TO REGISTRO-PASSAGEM
580470     STRING "Pessoas transferidas: " DELIMITED BY SIZE
580480             CONTADOR-CARTEIRA       DELIMITED BY SIZE
580490         INTO REGISTRO-PASSAGEM
580500     WRITE REGISTRO-PASSAGEM
580510     MOVE SPACES TO REGISTRO-PASSAGEM
580520     STRING "Retornos pendentes..: " DELIMITED BY SIZE
580530             CONTADOR-RETORNOS-PASSAGEM DELIMITED BY SIZE
580540         INTO REGISTRO-PASSAGEM
580550     WRITE REGISTRO-PASSAGEM
580560
580570     CLOSE ARQUIVO-PROXIMOS
580580     CLOSE ARQUIVO-ARQUIVADAS
580590     CLOSE ARQUIVO-PESSOAS
580600     CLOSE ARQUIVO-RESPONSAVEIS
580610     CLOSE ARQUIVO-PASSAGEM
580620     DISPLAY "Pessoas transferidas: " CONTADOR-CARTEIRA
580630     DISPLAY "Retornos pendentes..: " CONTADOR-RETORNOS-PASSAGEM
580640     DISPLAY "Relatório gerado: passagem.lst".
580650 4350-TRANSFERIR-CARTEIRA-EXIT.
580660     EXIT.
580670
580680*================================================================
580690* 4355-TRANSFERIR-UMA-PESSOA
580700* Pega a primeira pessoa que ainda esta na carteira de
580710* OPERADOR-CARTEIRA, passa-a para RESPONSAVEL-INPUT, audita e
580720* grava a linha de passagem. Reposiciona a cada chamada, ja que a
580730* chave alternada muda com a regravacao; CARTEIRA-PENDENTE
580740* desliga quando a carteira se esvazia.
580750*================================================================
580760 4355-TRANSFERIR-UMA-PESSOA.
580770     MOVE "N" TO INDICADOR-CARTEIRA-PENDENTE
580780     MOVE OPERADOR-CARTEIRA TO RESP-OPERADOR
580790     START ARQUIVO-RESPONSAVEIS KEY IS EQUAL TO RESP-OPERADOR
580800         INVALID KEY
580810             GO TO 4355-TRANSFERIR-UMA-PESSOA-EXIT
580820     END-START
580830     READ ARQUIVO-RESPONSAVEIS NEXT RECORD
580840         AT END
580850             GO TO 4355-TRANSFERIR-UMA-PESSOA-EXIT
580860     END-READ
580870     IF RESP-OPERADOR NOT = OPERADOR-CARTEIRA
580880         GO TO 4355-TRANSFERIR-UMA-PESSOA-EXIT
580890     END-IF
580900
580910     MOVE RESP-PESSOA-ID    TO ID-RESPONSAVEL
580920     MOVE RESP-OPERADOR     TO RESPONSAVEL-ANTERIOR
580930     MOVE RESPONSAVEL-INPUT TO RESP-OPERADOR
580940     ACCEPT RESP-DATA FROM DATE YYYYMMDD
580950     REWRITE REGISTRO-RESPONSAVEL
580960         INVALID KEY
580970             DISPLAY "Erro ao regravar o responsável do ID "
580980                 ID-RESPONSAVEL
580990             GO TO 4355-TRANSFERIR-UMA-PESSOA-EXIT
581000     END-REWRITE
581010     SET CARTEIRA-PENDENTE TO TRUE
581020     ADD 1 TO CONTADOR-CARTEIRA
581030
581040     PERFORM 4324-LOCALIZAR-PESSOA-CARTEIRA
581050         THRU 4324-LOCALIZAR-PESSOA-CARTEIRA-EXIT
581060     PERFORM 4327-AUDITAR-CARTEIRA
581070         THRU 4327-AUDITAR-CARTEIRA-EXIT
581080     PERFORM 4357-GRAVAR-LINHA-PASSAGEM
581090         THRU 4357-GRAVAR-LINHA-PASSAGEM-EXIT.
581100 4355-TRANSFERIR-UMA-PESSOA-EXIT.
581110     EXIT.
581120
581130 4357-GRAVAR-LINHA-PASSAGEM.
581140     MOVE SPACES TO REGISTRO-PASSAGEM
581150     STRING "ID "                    DELIMITED BY SIZE
581160             ID-RESPONSAVEL           DELIMITED BY SIZE
581170             " "                      DELIMITED BY SIZE
581180             NOME                     DELIMITED BY SIZE
581190             " "                      DELIMITED BY SIZE
581200             CATEGORIA                DELIMITED BY SIZE
581210             " "                      DELIMITED BY SIZE
581220             SITUACAO-PESSOA-CARTEIRA DELIMITED BY SIZE
581230         INTO REGISTRO-PASSAGEM
581240     WRITE REGISTRO-PASSAGEM
581250
581260     MOVE ID-RESPONSAVEL TO PROX-PESSOA-ID
581270     READ ARQUIVO-PROXIMOS
581280         INVALID KEY
581290             GO TO 4357-GRAVAR-LINHA-PASSAGEM-EXIT
581300     END-READ
581310     ADD 1 TO CONTADOR-RETORNOS-PASSAGEM
581320     MOVE SPACES TO SITUACAO-RETORNO-PASSAGEM
581330     IF PROX-DATA-LIMITE NOT > DATA-DE-HOJE
581340         MOVE "(vencido)" TO SITUACAO-RETORNO-PASSAGEM
581350     END-IF
581360     MOVE PROX-DATA-LIMITE TO DATA-LIMITE-RETORNO
581370     MOVE SPACES TO DATA-LIMITE-FORMATADA
581380     STRING DIA-LIMITE-RETORNO  DELIMITED BY SIZE
581390             "/"                DELIMITED BY SIZE
581400             MES-LIMITE-RETORNO DELIMITED BY SIZE
581410             "/"                DELIMITED BY SIZE
581420             ANO-LIMITE-RETORNO DELIMITED BY SIZE
581430         INTO DATA-LIMITE-FORMATADA
581440     MOVE SPACES TO REGISTRO-PASSAGEM
581450     STRING "   retorno agendado ate " DELIMITED BY SIZE
581460             DATA-LIMITE-FORMATADA      DELIMITED BY SIZE
581470             " "                        DELIMITED BY SIZE
581480             SITUACAO-RETORNO-PASSAGEM  DELIMITED BY SIZE
581490         INTO REGISTRO-PASSAGEM
581500     WRITE REGISTRO-PASSAGEM.
581510 4357-GRAVAR-LINHA-PASSAGEM-EXIT.
581520     EXIT.
581530
581540*================================================================
581550* 4360-CONTAR-CARTEIRA
581560* Conta em CONTADOR-CARTEIRA as pessoas (vivas e arquivadas) da
581570* carteira de OPERADOR-CARTEIRA. Usado pela transferencia e pela
581580* remocao de operador (7360), que recusa quem ainda tem carteira.
581590*================================================================
581600 4360-CONTAR-CARTEIRA.
581610     MOVE ZERO TO CONTADOR-CARTEIRA
581620     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
581630         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
581640     MOVE "N" TO INDICADOR-FIM-RESPONSAVEIS
581650     MOVE OPERADOR-CARTEIRA TO RESP-OPERADOR
581660     START ARQUIVO-RESPONSAVEIS KEY IS EQUAL TO RESP-OPERADOR
581670         INVALID KEY
581680             SET FIM-RESPONSAVEIS TO TRUE
581690     END-START
581700     PERFORM 4362-CONTAR-UM-RESPONSAVEL
581710         THRU 4362-CONTAR-UM-RESPONSAVEL-EXIT
581720         UNTIL FIM-RESPONSAVEIS
581730     CLOSE ARQUIVO-RESPONSAVEIS.
581740 4360-CONTAR-CARTEIRA-EXIT.
581750     EXIT.
581760
581770 4362-CONTAR-UM-RESPONSAVEL.
581780     READ ARQUIVO-RESPONSAVEIS NEXT RECORD
581790         AT END
581800             SET FIM-RESPONSAVEIS TO TRUE
581810         NOT AT END
581820             IF RESP-OPERADOR = OPERADOR-CARTEIRA
581830                 ADD 1 TO CONTADOR-CARTEIRA
581840             ELSE
581850                 SET FIM-RESPONSAVEIS TO TRUE
581860             END-IF
581870     END-READ.
581880 4362-CONTAR-UM-RESPONSAVEL-EXIT.
581890     EXIT.
581900
581910*================================================================
581920* 4370-EXCLUIR-RESPONSAVEL
581930* Tira de responsaveis.txt o registro da pessoa ID-RESPONSAVEL
581940* (exclusao da pessoa, 6200), contando-o em CONTADOR-RESP-FILHOS.
581950*================================================================
581960 4370-EXCLUIR-RESPONSAVEL.
581970     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
581980         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
581985     MOVE ZERO TO CONTADOR-RESP-FILHOS
581990     MOVE ID-RESPONSAVEL TO RESP-PESSOA-ID
582000     DELETE ARQUIVO-RESPONSAVEIS
582010         INVALID KEY
582020             CONTINUE
582022         NOT INVALID KEY
582024             ADD 1 TO CONTADOR-RESP-FILHOS
582030     END-DELETE
582040     CLOSE ARQUIVO-RESPONSAVEIS.
582050 4370-EXCLUIR-RESPONSAVEL-EXIT.
582060     EXIT.
582070
582080*================================================================
582090* 4375-UNIFICAR-RESPONSAVEL
582100* Na unificacao (6100), o sobrevivente fica com o seu responsavel
582110* ou, quando nao tem, com o do perdedor; o registro do perdedor
582120* sai de responsaveis.txt. A troca no sobrevivente e auditada
582125* como CARTEIRA.
582130*================================================================
582140 4375-UNIFICAR-RESPONSAVEL.
582150     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
582160         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
582170     MOVE ID-PERDEDOR TO ID-RESPONSAVEL
582180     PERFORM 4310-LER-RESPONSAVEL
582190         THRU 4310-LER-RESPONSAVEL-EXIT
582200     IF RESPONSAVEL-PESSOA = SPACES
582210         CLOSE ARQUIVO-RESPONSAVEIS
582220         GO TO 4375-UNIFICAR-RESPONSAVEL-EXIT
582230     END-IF
582240     MOVE RESPONSAVEL-PESSOA TO RESPONSAVEL-INPUT
582250     DELETE ARQUIVO-RESPONSAVEIS
582260         INVALID KEY
582270             CONTINUE
582280     END-DELETE
582290
582300     MOVE ID-SOBREVIVENTE TO ID-RESPONSAVEL
582310     PERFORM 4310-LER-RESPONSAVEL
582320         THRU 4310-LER-RESPONSAVEL-EXIT
582330     IF RESPONSAVEL-PESSOA = SPACES
582340         PERFORM 4325-GRAVAR-RESPONSAVEL
582342             THRU 4325-GRAVAR-RESPONSAVEL-EXIT
582344         OPEN INPUT ARQUIVO-PESSOAS
582346         MOVE ID-SOBREVIVENTE TO PESSOA-ID
582348         READ ARQUIVO-PESSOAS
582350             INVALID KEY
582352                 CONTINUE
582354             NOT INVALID KEY
582356                 PERFORM 4327-AUDITAR-CARTEIRA
582358                     THRU 4327-AUDITAR-CARTEIRA-EXIT
582360         END-READ
582362         CLOSE ARQUIVO-PESSOAS
582365     END-IF
582370     CLOSE ARQUIVO-RESPONSAVEIS.
582380 4375-UNIFICAR-RESPONSAVEL-EXIT.
582390     EXIT.
582400
582410*================================================================
582420* 4380-VERIFICAR-RESP-ORFAOS
582430* Parte de 6400 para responsaveis.txt: grava em orfaos.lst os
582440* responsaveis cujo PESSOA-ID nao esta no cadastro vivo nem no
582450* arquivo morto.
582460*================================================================
582470 4380-VERIFICAR-RESP-ORFAOS.
582480     MOVE ZERO TO ID-ORFAO-CORRENTE
582490     MOVE "N" TO INDICADOR-PESSOA-EXISTE
582500     PERFORM 4305-ABRIR-RESPONSAVEIS-IO
582510         THRU 4305-ABRIR-RESPONSAVEIS-IO-EXIT
582520     MOVE "N" TO INDICADOR-FIM-RESPONSAVEIS
582530     MOVE ZEROS TO RESP-PESSOA-ID
582540     START ARQUIVO-RESPONSAVEIS
582550             KEY IS NOT LESS THAN RESP-PESSOA-ID
582560         INVALID KEY
582570             SET FIM-RESPONSAVEIS TO TRUE
582580     END-START
582590     PERFORM 4385-VERIFICAR-RESP-ORFAO
582600         THRU 4385-VERIFICAR-RESP-ORFAO-EXIT
582610         UNTIL FIM-RESPONSAVEIS
582620     CLOSE ARQUIVO-RESPONSAVEIS.
582630 4380-VERIFICAR-RESP-ORFAOS-EXIT.
582640     EXIT.
582650
582660 4385-VERIFICAR-RESP-ORFAO.
582670     READ ARQUIVO-RESPONSAVEIS NEXT RECORD
582680         AT END
582690             SET FIM-RESPONSAVEIS TO TRUE
582700         NOT AT END
582710             MOVE RESP-PESSOA-ID TO ID-ORFAO-CORRENTE
582720             PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
582730                 THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
582740             IF NOT PESSOA-EXISTE
582750                 ADD 1 TO CONTADOR-ORFAOS-RESP
582760                 MOVE SPACES TO REGISTRO-ORFAO
582770                 STRING "ID "             DELIMITED BY SIZE
582780                         RESP-PESSOA-ID   DELIMITED BY SIZE
582790                         " responsavel "  DELIMITED BY SIZE
582800                         RESP-OPERADOR    DELIMITED BY SIZE
582810                     INTO REGISTRO-ORFAO
582820                 WRITE REGISTRO-ORFAO
582830             END-IF
582840     END-READ.
582850 4385-VERIFICAR-RESP-ORFAO-EXIT.
582860     EXIT.
582870
582880*================================================================
582890* 4400-MANTER-ENDERECOS
582900* Endereco postal estruturado (enderecos.txt, um por pessoa):
582910* logradouro, numero, complemento, bairro, cidade, UF e CEP. O
582920* CEP tem o formato conferido e a UF precisa ser a sigla de um
582930* estado; sem os dois validos a mala direta nao gera envelope.
582940* Tambem converte os enderecos livres ja cadastrados (dado de
582950* contato "N") e imprime o total de pessoas por UF e cidade.
582960*================================================================
582970 4400-MANTER-ENDERECOS.
582980     MOVE "N" TO INDICADOR-FIM-MENU-ENDERECO
582990     PERFORM 4402-EXIBIR-MENU-ENDERECO
583000         THRU 4402-EXIBIR-MENU-ENDERECO-EXIT
583010         UNTIL FIM-MENU-ENDERECO.
583020 4400-MANTER-ENDERECOS-EXIT.
583030     EXIT.
583040
583050 4402-EXIBIR-MENU-ENDERECO.
583060     DISPLAY "--- Endereço postal (CEP/UF) ---"
583070     DISPLAY "1 - Consultar o endereço de uma pessoa"
583080     DISPLAY "2 - Cadastrar/alterar o endereço de uma pessoa"
583090     DISPLAY "3 - Remover o endereço de uma pessoa"
583100     DISPLAY "4 - Converter os endereços livres (dado N)"
583110     DISPLAY "5 - Relatório de pessoas por UF e cidade"
583120     DISPLAY "6 - Voltar"
583130     DISPLAY "Escolha uma opção: "
583140     ACCEPT OPCAO-ENDERECO
583150
583160     EVALUATE OPCAO-ENDERECO
583170         WHEN 1
583180             PERFORM 4420-CONSULTAR-ENDERECO
583190                 THRU 4420-CONSULTAR-ENDERECO-EXIT
583200         WHEN 2
583210             PERFORM 4425-CADASTRAR-ENDERECO
583220                 THRU 4425-CADASTRAR-ENDERECO-EXIT
583230         WHEN 3
583240             PERFORM 4435-REMOVER-ENDERECO
583250                 THRU 4435-REMOVER-ENDERECO-EXIT
583260         WHEN 4
583270             PERFORM 4450-CONVERTER-ENDERECOS
583280                 THRU 4450-CONVERTER-ENDERECOS-EXIT
583290         WHEN 5
583300             PERFORM 4442-RELATORIO-REGIOES
583310                 THRU 4442-RELATORIO-REGIOES-EXIT
583320         WHEN 6
583330             SET FIM-MENU-ENDERECO TO TRUE
583340         WHEN OTHER
583350             DISPLAY "Opção inválida!"
583360     END-EVALUATE.
583370 4402-EXIBIR-MENU-ENDERECO-EXIT.
583380     EXIT.
583390
583400*================================================================
583410* 4405-ABRIR-ENDERECOS-IO
583420* Abre enderecos.txt em I-O, criando o arquivo vazio quando ainda
583430* nao existe, como 4305 faz com responsaveis.txt.
583440*================================================================
583450 4405-ABRIR-ENDERECOS-IO.
583460     OPEN I-O ARQUIVO-ENDERECOS
583470     IF STATUS-ENDERECOS = "35"
583480         OPEN OUTPUT ARQUIVO-ENDERECOS
583490         CLOSE ARQUIVO-ENDERECOS
583500         OPEN I-O ARQUIVO-ENDERECOS
583510     END-IF.
583520 4405-ABRIR-ENDERECOS-IO-EXIT.
583530     EXIT.
583540
583550*================================================================
583560* 4410-LER-ENDERECO
583570* Le em enderecos.txt (ja aberto) o endereco da pessoa
583580* ID-ENDERECO para REGISTRO-ENDERECO e liga ENDERECO-ACHADO quando
583590* a pessoa tem endereco estruturado.
583600*================================================================
583610 4410-LER-ENDERECO.
583620     MOVE "N" TO INDICADOR-ENDERECO-ACHADO
583630     MOVE ID-ENDERECO TO ENDR-PESSOA-ID
583640     READ ARQUIVO-ENDERECOS
583650         INVALID KEY
583660             CONTINUE
583670         NOT INVALID KEY
583680             SET ENDERECO-ACHADO TO TRUE
583690     END-READ.
583700 4410-LER-ENDERECO-EXIT.
583710     EXIT.
583720
583730*================================================================
583740* 4411-OBTER-ENDERECO-AVULSO
583750* Como 4410, abrindo e fechando enderecos.txt, para quem trata
583760* uma pessoa so (ficha).
583770*================================================================
583780 4411-OBTER-ENDERECO-AVULSO.
583790     PERFORM 4405-ABRIR-ENDERECOS-IO
583800         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
583810     PERFORM 4410-LER-ENDERECO
583820         THRU 4410-LER-ENDERECO-EXIT
583830     CLOSE ARQUIVO-ENDERECOS.
583840 4411-OBTER-ENDERECO-AVULSO-EXIT.
583850     EXIT.
583860
583870*================================================================
583880* 4412-ENDERECO-FICHA
583890* Grava na ficha (8700) o endereco postal da pessoa ID-ENDERECO,
583900* no formato do envelope, avisando quando CEP ou UF nao permitem
583910* o envelope da mala direta.
583920*================================================================
583930 4412-ENDERECO-FICHA.
583940     PERFORM 4411-OBTER-ENDERECO-AVULSO
583950         THRU 4411-OBTER-ENDERECO-AVULSO-EXIT
583960     MOVE SPACES TO REGISTRO-FICHA
583970     IF NOT ENDERECO-ACHADO
583980         MOVE "Endereco....: (nao cadastrado)" TO REGISTRO-FICHA
583990         WRITE REGISTRO-FICHA
584000         GO TO 4412-ENDERECO-FICHA-EXIT
584010     END-IF
584020     PERFORM 4440-FORMATAR-ENDERECO
584030         THRU 4440-FORMATAR-ENDERECO-EXIT
584040     STRING "Endereco....: "   DELIMITED BY SIZE
584050             LINHA-ENDERECO-RUA DELIMITED BY SIZE
584060         INTO REGISTRO-FICHA
584070     WRITE REGISTRO-FICHA
584080     IF ENDR-BAIRRO NOT = SPACES
584090         MOVE SPACES TO REGISTRO-FICHA
584100         MOVE ENDR-BAIRRO TO REGISTRO-FICHA(15:30)
584110         WRITE REGISTRO-FICHA
584120     END-IF
584130     MOVE SPACES TO REGISTRO-FICHA
584140     MOVE LINHA-ENDERECO-CIDADE TO REGISTRO-FICHA(15:80)
584150     WRITE REGISTRO-FICHA
584160     PERFORM 4434-CONFERIR-ENDERECO
584170         THRU 4434-CONFERIR-ENDERECO-EXIT
584180     IF MOTIVO-ENDERECO NOT = SPACES
584190         MOVE SPACES TO REGISTRO-FICHA
584200         STRING "              ("  DELIMITED BY SIZE
584210                 MOTIVO-ENDERECO    DELIMITED BY "  "
584220                 "; sem envelope)"  DELIMITED BY SIZE
584230             INTO REGISTRO-FICHA
584240         WRITE REGISTRO-FICHA
584250     END-IF.
584260 4412-ENDERECO-FICHA-EXIT.
584270     EXIT.
584280
584290*================================================================
584300* 4415-OBTER-PESSOA-ENDERECO
584310* Pede o ID da pessoa, deixa-o em ID-ENDERECO e liga
584320* PESSOA-EXISTE quando ela esta no cadastro vivo.
584330*================================================================
584340 4415-OBTER-PESSOA-ENDERECO.
584350     MOVE "N" TO INDICADOR-PESSOA-EXISTE
584360     DISPLAY "Informe o ID da pessoa: "
584370     ACCEPT ID-INFORMADO
584380     MOVE ID-INFORMADO TO ID-ENDERECO
584390     OPEN INPUT ARQUIVO-PESSOAS
584400     MOVE ID-ENDERECO TO PESSOA-ID
584410     READ ARQUIVO-PESSOAS
584420         INVALID KEY
584430             DISPLAY "Pessoa não encontrada."
584440         NOT INVALID KEY
584450             SET PESSOA-EXISTE TO TRUE
584460             DISPLAY "Endereço postal de " NOME
584470     END-READ
584480     CLOSE ARQUIVO-PESSOAS.
584490 4415-OBTER-PESSOA-ENDERECO-EXIT.
584500     EXIT.
584510
584520 4420-CONSULTAR-ENDERECO.
584530     PERFORM 4415-OBTER-PESSOA-ENDERECO
584540         THRU 4415-OBTER-PESSOA-ENDERECO-EXIT
584550     IF NOT PESSOA-EXISTE
584560         GO TO 4420-CONSULTAR-ENDERECO-EXIT
584570     END-IF
584580     PERFORM 4411-OBTER-ENDERECO-AVULSO
584590         THRU 4411-OBTER-ENDERECO-AVULSO-EXIT
584600     IF NOT ENDERECO-ACHADO
584610         DISPLAY "Pessoa sem endereço postal cadastrado."
584620         GO TO 4420-CONSULTAR-ENDERECO-EXIT
584630     END-IF
584640     PERFORM 4440-FORMATAR-ENDERECO
584650         THRU 4440-FORMATAR-ENDERECO-EXIT
584660     DISPLAY "Logradouro..: " ENDR-LOGRADOURO
584670     DISPLAY "Número......: " ENDR-NUMERO
584680     DISPLAY "Complemento.: " ENDR-COMPLEMENTO
584690     DISPLAY "Bairro......: " ENDR-BAIRRO
584700     DISPLAY "Cidade......: " ENDR-CIDADE
584710     DISPLAY "UF..........: " ENDR-UF
584720     DISPLAY "CEP.........: " CEP-FORMATADO
584730     IF ENDERECO-CONVERTIDO
584740         DISPLAY "Origem......: convertido do endereço livre em "
584750             ENDR-DATA
584760     ELSE
584770         DISPLAY "Origem......: digitado em " ENDR-DATA
584780     END-IF
584790     PERFORM 4434-CONFERIR-ENDERECO
584800         THRU 4434-CONFERIR-ENDERECO-EXIT
584810     IF MOTIVO-ENDERECO NOT = SPACES
584820         DISPLAY "Atenção: " MOTIVO-ENDERECO
584830             " - a mala direta não gera envelope."
584840     END-IF.
584850 4420-CONSULTAR-ENDERECO-EXIT.
584860     EXIT.
584870
584880*================================================================
584890* 4425-CADASTRAR-ENDERECO
584900* Inclui ou altera o endereco postal da pessoa. Na alteracao, o
584910* campo deixado em branco mantem o valor atual e um ponto apaga
584920* complemento ou bairro. Logradouro e cidade sao obrigatorios;
584930* UF e CEP sao pedidos ate virem validos.
584940*================================================================
584950 4425-CADASTRAR-ENDERECO.
584960     PERFORM 4415-OBTER-PESSOA-ENDERECO
584970         THRU 4415-OBTER-PESSOA-ENDERECO-EXIT
584980     IF NOT PESSOA-EXISTE
584990         GO TO 4425-CADASTRAR-ENDERECO-EXIT
585000     END-IF
585010     PERFORM 4405-ABRIR-ENDERECOS-IO
585020         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
585030     PERFORM 4410-LER-ENDERECO
585040         THRU 4410-LER-ENDERECO-EXIT
585050     IF ENDERECO-ACHADO
585060         PERFORM 4440-FORMATAR-ENDERECO
585070             THRU 4440-FORMATAR-ENDERECO-EXIT
585080         DISPLAY "Endereço atual:"
585090         DISPLAY "  " LINHA-ENDERECO-RUA
585100         DISPLAY "  " ENDR-BAIRRO
585110         DISPLAY "  " LINHA-ENDERECO-CIDADE
585120         DISPLAY "(em branco mantém o valor atual; um ponto "
585130             "apaga complemento e bairro)"
585140     ELSE
585150         MOVE SPACES TO ENDR-LOGRADOURO
585160         MOVE SPACES TO ENDR-NUMERO
585170         MOVE SPACES TO ENDR-COMPLEMENTO
585180         MOVE SPACES TO ENDR-BAIRRO
585190         MOVE SPACES TO ENDR-CIDADE
585200         MOVE SPACES TO ENDR-UF
585210         MOVE ZERO   TO ENDR-CEP
585220     END-IF
585230
585240     MOVE SPACES TO LOGRADOURO-INPUT
585250     PERFORM 4428-OBTER-LOGRADOURO
585260         THRU 4428-OBTER-LOGRADOURO-EXIT
585270         UNTIL LOGRADOURO-INPUT NOT = SPACES
585280     DISPLAY "Número (S/N quando não houver): "
585290     ACCEPT NUMERO-INPUT
585300     IF NUMERO-INPUT = SPACES
585310         MOVE ENDR-NUMERO TO NUMERO-INPUT
585320     END-IF
585330     IF NUMERO-INPUT = SPACES
585340         MOVE "S/N" TO NUMERO-INPUT
585350     END-IF
585360     DISPLAY "Complemento (apto, bloco, sala): "
585370     ACCEPT COMPLEMENTO-INPUT
585380     IF COMPLEMENTO-INPUT = SPACES
585390         MOVE ENDR-COMPLEMENTO TO COMPLEMENTO-INPUT
585400     END-IF
585410     IF COMPLEMENTO-INPUT = "."
585420         MOVE SPACES TO COMPLEMENTO-INPUT
585430     END-IF
585440     DISPLAY "Bairro: "
585450     ACCEPT BAIRRO-INPUT
585460     IF BAIRRO-INPUT = SPACES
585470         MOVE ENDR-BAIRRO TO BAIRRO-INPUT
585480     END-IF
585490     IF BAIRRO-INPUT = "."
585500         MOVE SPACES TO BAIRRO-INPUT
585510     END-IF
585520     MOVE SPACES TO CIDADE-INPUT
585530     PERFORM 4429-OBTER-CIDADE
585540         THRU 4429-OBTER-CIDADE-EXIT
585550         UNTIL CIDADE-INPUT NOT = SPACES
585560     MOVE SPACES TO UF-INPUT
585570     PERFORM 4426-OBTER-UF
585580         THRU 4426-OBTER-UF-EXIT
585590         UNTIL UF-VALIDA
585600     MOVE "N" TO INDICADOR-CEP-VALIDO
585610     PERFORM 4427-OBTER-CEP
585620         THRU 4427-OBTER-CEP-EXIT
585630         UNTIL CEP-VALIDO
585640
585650     MOVE ID-ENDERECO       TO ENDR-PESSOA-ID
585660     MOVE LOGRADOURO-INPUT  TO ENDR-LOGRADOURO
585670     MOVE NUMERO-INPUT      TO ENDR-NUMERO
585680     MOVE COMPLEMENTO-INPUT TO ENDR-COMPLEMENTO
585690     MOVE BAIRRO-INPUT      TO ENDR-BAIRRO
585700     MOVE CIDADE-INPUT      TO ENDR-CIDADE
585710     MOVE UF-INPUT          TO ENDR-UF
585720     MOVE CEP-NUMERICO      TO ENDR-CEP
585730     SET ENDERECO-DIGITADO TO TRUE
585740     ACCEPT ENDR-DATA FROM DATE YYYYMMDD
585750     IF ENDERECO-ACHADO
585760         REWRITE REGISTRO-ENDERECO
585770             INVALID KEY
585780                 DISPLAY "Erro ao regravar o endereço: "
585790                     STATUS-ENDERECOS
585800         END-REWRITE
585810     ELSE
585820         WRITE REGISTRO-ENDERECO
585830             INVALID KEY
585840                 DISPLAY "Erro ao gravar o endereço: "
585850                     STATUS-ENDERECOS
585860         END-WRITE
585870     END-IF
585880     CLOSE ARQUIVO-ENDERECOS
585890     DISPLAY "Endereço postal gravado com sucesso!".
585900 4425-CADASTRAR-ENDERECO-EXIT.
585910     EXIT.
585920
585930 4426-OBTER-UF.
585940     DISPLAY "UF (sigla do estado): "
585950     ACCEPT UF-INPUT
585960     INSPECT UF-INPUT CONVERTING
585970         "abcdefghijklmnopqrstuvwxyz"
585980         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
585990     IF UF-INPUT = SPACES
586000         MOVE ENDR-UF TO UF-INPUT
586010     END-IF
586020     IF NOT UF-VALIDA
586030         DISPLAY "UF inválida: informe a sigla de um estado "
586040             "(SP, RJ, MG...)."
586050     END-IF.
586060 4426-OBTER-UF-EXIT.
586070     EXIT.
586080
586090 4427-OBTER-CEP.
586100     DISPLAY "CEP (99999-999): "
586110     ACCEPT CEP-INPUT
586120     IF CEP-INPUT = SPACES
586130         MOVE ENDR-CEP TO CEP-NUMERICO
586140         MOVE CEP-DIGITOS TO CEP-INPUT
586150     END-IF
586160     PERFORM 4430-VALIDAR-CEP
586170         THRU 4430-VALIDAR-CEP-EXIT
586180     IF NOT CEP-VALIDO
586190         DISPLAY "CEP inválido: use 99999-999 ou os 8 dígitos."
586200     END-IF.
586210 4427-OBTER-CEP-EXIT.
586220     EXIT.
586230
586240 4428-OBTER-LOGRADOURO.
586250     DISPLAY "Logradouro (rua, avenida...): "
586260     ACCEPT LOGRADOURO-INPUT
586270     IF LOGRADOURO-INPUT = SPACES
586280         MOVE ENDR-LOGRADOURO TO LOGRADOURO-INPUT
586290     END-IF
586300     IF LOGRADOURO-INPUT = SPACES
586310         DISPLAY "O logradouro é obrigatório."
586320     END-IF.
586330 4428-OBTER-LOGRADOURO-EXIT.
586340     EXIT.
586350
586360 4429-OBTER-CIDADE.
586370     DISPLAY "Cidade: "
586380     ACCEPT CIDADE-INPUT
586390     INSPECT CIDADE-INPUT CONVERTING
586400         "abcdefghijklmnopqrstuvwxyz"
586410         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
586420     IF CIDADE-INPUT = SPACES
586430         MOVE ENDR-CIDADE TO CIDADE-INPUT
586440     END-IF
586450     IF CIDADE-INPUT = SPACES
586460         DISPLAY "A cidade é obrigatória."
586470     END-IF.
586480 4429-OBTER-CIDADE-EXIT.
586490     EXIT.
586500
586510*================================================================
586520* 4430-VALIDAR-CEP
586530* Confere o formato de CEP-INPUT (99999-999 ou oito digitos
586540* seguidos) e liga CEP-VALIDO, com os digitos em CEP-NUMERICO.
586550* CEP todo zerado nao vale.
586560*================================================================
586570 4430-VALIDAR-CEP.
586580     MOVE "N" TO INDICADOR-CEP-VALIDO
586590     MOVE SPACES TO CEP-DIGITOS
586600     IF CEP-INPUT(6:1) = "-"
586610         MOVE CEP-INPUT(1:5) TO CEP-DIGITOS(1:5)
586620         MOVE CEP-INPUT(7:3) TO CEP-DIGITOS(6:3)
586630     ELSE
586640         IF CEP-INPUT(9:1) = SPACE
586650             MOVE CEP-INPUT(1:8) TO CEP-DIGITOS
586660         END-IF
586670     END-IF
586680     IF CEP-DIGITOS IS NUMERIC
586690         IF CEP-NUMERICO > ZERO
586700             SET CEP-VALIDO TO TRUE
586710         END-IF
586720     END-IF.
586730 4430-VALIDAR-CEP-EXIT.
586740     EXIT.
586750
586760*================================================================
586770* 4434-CONFERIR-ENDERECO
586780* Confere o endereco em REGISTRO-ENDERECO e deixa em
586790* MOTIVO-ENDERECO porque ele nao serve para envelope (espacos
586800* quando serve): CEP, UF, logradouro e cidade sao exigidos.
586810*================================================================
586820 4434-CONFERIR-ENDERECO.
586830     MOVE SPACES TO MOTIVO-ENDERECO
586840     MOVE ENDR-UF TO UF-INPUT
586850     EVALUATE TRUE
586860         WHEN ENDR-CEP NOT NUMERIC
586870             MOVE "CEP invalido" TO MOTIVO-ENDERECO
586880         WHEN ENDR-CEP = ZERO
586890             MOVE "CEP invalido" TO MOTIVO-ENDERECO
586900         WHEN NOT UF-VALIDA
586910             MOVE "UF invalida" TO MOTIVO-ENDERECO
586920         WHEN ENDR-LOGRADOURO = SPACES
586930                 OR ENDR-CIDADE = SPACES
586940             MOVE "endereco incompleto" TO MOTIVO-ENDERECO
586950     END-EVALUATE.
586960 4434-CONFERIR-ENDERECO-EXIT.
586970     EXIT.
586980
586990 4435-REMOVER-ENDERECO.
587000     PERFORM 4415-OBTER-PESSOA-ENDERECO
587010         THRU 4415-OBTER-PESSOA-ENDERECO-EXIT
587020     IF NOT PESSOA-EXISTE
587030         GO TO 4435-REMOVER-ENDERECO-EXIT
587040     END-IF
587050     PERFORM 4405-ABRIR-ENDERECOS-IO
587060         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
587070     PERFORM 4410-LER-ENDERECO
587080         THRU 4410-LER-ENDERECO-EXIT
587090     IF NOT ENDERECO-ACHADO
587100         DISPLAY "Pessoa sem endereço postal cadastrado."
587110         CLOSE ARQUIVO-ENDERECOS
587120         GO TO 4435-REMOVER-ENDERECO-EXIT
587130     END-IF
587140     PERFORM 4440-FORMATAR-ENDERECO
587150         THRU 4440-FORMATAR-ENDERECO-EXIT
587160     DISPLAY "Confirma remoção de " ENDERECO-UMA-LINHA(1:60)
587170         " (S/N)? "
587180     ACCEPT RESPOSTA
587190     IF NOT RESPOSTA-SIM
587200         DISPLAY "Remoção cancelada."
587210         CLOSE ARQUIVO-ENDERECOS
587220         GO TO 4435-REMOVER-ENDERECO-EXIT
587230     END-IF
587240     DELETE ARQUIVO-ENDERECOS
587250         INVALID KEY
587260             DISPLAY "Erro ao remover o endereço: "
587265                 STATUS-ENDERECOS
587270     END-DELETE
587280     CLOSE ARQUIVO-ENDERECOS
587290     DISPLAY "Endereço postal removido com sucesso!".
587300 4435-REMOVER-ENDERECO-EXIT.
587310     EXIT.
587320
587330*================================================================
587340* 4440-FORMATAR-ENDERECO
587350* Monta, do REGISTRO-ENDERECO, o CEP editado, as linhas do
587360* envelope (logradouro/numero/complemento e CEP/cidade/UF) e o
587370* endereco numa linha so, usado pelo marcador <ENDERECO> das
587380* cartas; PONTEIRO-ENDERECO fica uma posicao apos o fim dela.
587390*================================================================
587400 4440-FORMATAR-ENDERECO.
587410     MOVE SPACES TO CEP-FORMATADO
587420     STRING ENDR-CEP-PREFIXO DELIMITED BY SIZE
587430             "-"              DELIMITED BY SIZE
587440             ENDR-CEP-SUFIXO  DELIMITED BY SIZE
587450         INTO CEP-FORMATADO
587460
587470     MOVE SPACES TO LINHA-ENDERECO-RUA
587480     MOVE 1 TO PONTEIRO-ENDERECO
587490     STRING ENDR-LOGRADOURO DELIMITED BY "  "
587500             ", "            DELIMITED BY SIZE
587510             ENDR-NUMERO     DELIMITED BY "  "
587520         INTO LINHA-ENDERECO-RUA WITH POINTER PONTEIRO-ENDERECO
587530     IF ENDR-COMPLEMENTO NOT = SPACES
587540         STRING " - "            DELIMITED BY SIZE
587550                 ENDR-COMPLEMENTO DELIMITED BY "  "
587560             INTO LINHA-ENDERECO-RUA
587565             WITH POINTER PONTEIRO-ENDERECO
587570     END-IF
587580
587590     MOVE SPACES TO LINHA-ENDERECO-CIDADE
587600     STRING CEP-FORMATADO DELIMITED BY SIZE
587610             "  "          DELIMITED BY SIZE
587620             ENDR-CIDADE   DELIMITED BY "  "
587630             " - "         DELIMITED BY SIZE
587640             ENDR-UF       DELIMITED BY SIZE
587650         INTO LINHA-ENDERECO-CIDADE
587660
587670     MOVE SPACES TO ENDERECO-UMA-LINHA
587680     MOVE 1 TO PONTEIRO-ENDERECO
587690     STRING ENDR-LOGRADOURO DELIMITED BY "  "
587700             ", "            DELIMITED BY SIZE
587710             ENDR-NUMERO     DELIMITED BY "  "
587720         INTO ENDERECO-UMA-LINHA WITH POINTER PONTEIRO-ENDERECO
587730     IF ENDR-COMPLEMENTO NOT = SPACES
587740         STRING " "              DELIMITED BY SIZE
587750                 ENDR-COMPLEMENTO DELIMITED BY "  "
587760             INTO ENDERECO-UMA-LINHA
587765             WITH POINTER PONTEIRO-ENDERECO
587770     END-IF
587780     IF ENDR-BAIRRO NOT = SPACES
587790         STRING " - "       DELIMITED BY SIZE
587800                 ENDR-BAIRRO DELIMITED BY "  "
587810             INTO ENDERECO-UMA-LINHA
587815             WITH POINTER PONTEIRO-ENDERECO
587820     END-IF
587830     STRING " - "         DELIMITED BY SIZE
587840             ENDR-CIDADE   DELIMITED BY "  "
587850             "/"           DELIMITED BY SIZE
587860             ENDR-UF       DELIMITED BY SIZE
587870             " - CEP "     DELIMITED BY SIZE
587880             CEP-FORMATADO DELIMITED BY SIZE
587890         INTO ENDERECO-UMA-LINHA WITH POINTER PONTEIRO-ENDERECO.
587900 4440-FORMATAR-ENDERECO-EXIT.
587910     EXIT.
587920
587930*================================================================
587940* 4442-RELATORIO-REGIOES
587950* Grava em regioes.lst quantas pessoas do cadastro vivo moram em
587960* cada cidade, em ordem de UF e cidade, com subtotal por UF. So
587970* conta quem tem endereco estruturado com CEP e UF validos; os
587980* demais aparecem apenas nos totais do fim.
587990*================================================================
588000 4442-RELATORIO-REGIOES.
588010     OPEN INPUT ARQUIVO-PESSOAS
588020     IF STATUS-PESSOAS NOT = "00"
588030         DISPLAY "Erro ao abrir pessoas.txt: " STATUS-PESSOAS
588040         GO TO 4442-RELATORIO-REGIOES-EXIT
588050     END-IF
588060     OPEN OUTPUT ARQUIVO-REGIOES
588070     IF STATUS-REGIOES NOT = "00"
588080         DISPLAY "Erro ao abrir regioes.lst: " STATUS-REGIOES
588090         CLOSE ARQUIVO-PESSOAS
588100         GO TO 4442-RELATORIO-REGIOES-EXIT
588110     END-IF
588120     PERFORM 4405-ABRIR-ENDERECOS-IO
588130         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
588140
588150     MOVE ZERO TO QTD-REGIOES
588160     MOVE ZERO TO CONTADOR-REGIOES-FORA
588170     MOVE ZERO TO CONTADOR-SEM-END-REGIAO
588180     MOVE ZERO TO CONTADOR-END-INCOMPLETO
588190     MOVE ZERO TO CONTADOR-PESSOAS-REGIAO
588200     MOVE "N" TO INDICADOR-FIM-PESSOAS
588210     MOVE ZEROS TO PESSOA-ID
588220     START ARQUIVO-PESSOAS KEY IS NOT LESS THAN PESSOA-ID
588230         INVALID KEY
588240             SET FIM-PESSOAS TO TRUE
588250     END-START
588260     PERFORM 4443-CONTAR-PESSOA-REGIAO
588270         THRU 4443-CONTAR-PESSOA-REGIAO-EXIT
588280         UNTIL FIM-PESSOAS
588290     CLOSE ARQUIVO-ENDERECOS
588300     CLOSE ARQUIVO-PESSOAS
588310
588320     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
588330     MOVE SPACES TO DATA-EMISSAO-FORMATADA
588340     STRING DIA-EMISSAO-RELATORIO DELIMITED BY SIZE
588350             "/"                  DELIMITED BY SIZE
588360             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
588370             "/"                  DELIMITED BY SIZE
588380             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
588390         INTO DATA-EMISSAO-FORMATADA
588400     MOVE SPACES TO REGISTRO-REGIAO
588410     STRING "Pessoas por UF e cidade - emissao " DELIMITED BY SIZE
588420             DATA-EMISSAO-FORMATADA              DELIMITED BY SIZE
588430         INTO REGISTRO-REGIAO
588440     WRITE REGISTRO-REGIAO
588450     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REGIAO
588460     WRITE REGISTRO-REGIAO
588470     MOVE CABECALHO-REGIAO TO REGISTRO-REGIAO
588480     WRITE REGISTRO-REGIAO
588490     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REGIAO
588500     WRITE REGISTRO-REGIAO
588510
588520     MOVE SPACES TO UF-CORRENTE-REGIAO
588530     MOVE ZERO TO SUBTOTAL-UF
588540     PERFORM 4447-IMPRIMIR-REGIAO
588550         THRU 4447-IMPRIMIR-REGIAO-EXIT
588560         VARYING INDICE-REGIAO FROM 1 BY 1
588570         UNTIL INDICE-REGIAO > QTD-REGIOES
588580     IF QTD-REGIOES > ZERO
588590         PERFORM 4448-IMPRIMIR-SUBTOTAL-UF
588600             THRU 4448-IMPRIMIR-SUBTOTAL-UF-EXIT
588610     END-IF
588620
588630     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REGIAO
588640     WRITE REGISTRO-REGIAO
588650     MOVE SPACES TO REGISTRO-REGIAO
588660     STRING "Pessoas com endereco valido...: " DELIMITED BY SIZE
588670             CONTADOR-PESSOAS-REGIAO           DELIMITED BY SIZE
588680         INTO REGISTRO-REGIAO
588690     WRITE REGISTRO-REGIAO
588700     MOVE SPACES TO REGISTRO-REGIAO
588710     STRING "Endereco sem CEP/UF valido....: " DELIMITED BY SIZE
588720             CONTADOR-END-INCOMPLETO           DELIMITED BY SIZE
588730         INTO REGISTRO-REGIAO
588740     WRITE REGISTRO-REGIAO
588750     MOVE SPACES TO REGISTRO-REGIAO
588760     STRING "Sem endereco estruturado......: " DELIMITED BY SIZE
588770             CONTADOR-SEM-END-REGIAO           DELIMITED BY SIZE
588780         INTO REGISTRO-REGIAO
588790     WRITE REGISTRO-REGIAO
588800     IF CONTADOR-REGIOES-FORA > ZERO
588810         MOVE SPACES TO REGISTRO-REGIAO
588820         STRING "Fora da tabela (mais de 500 cidades): "
588830                     DELIMITED BY SIZE
588840                 CONTADOR-REGIOES-FORA DELIMITED BY SIZE
588850             INTO REGISTRO-REGIAO
588860         WRITE REGISTRO-REGIAO
588870     END-IF
588880     CLOSE ARQUIVO-REGIOES
588890
588900     DISPLAY "Pessoas com endereço válido: "
588905         CONTADOR-PESSOAS-REGIAO
588910     DISPLAY "Cidades listadas: " QTD-REGIOES
588920     IF CONTADOR-REGIOES-FORA > ZERO
588930         DISPLAY "Atenção: " CONTADOR-REGIOES-FORA
588940             " pessoa(s) fora da tabela de 500 cidades."
588950     END-IF
588960     DISPLAY "Relatório gerado: regioes.lst".
588970 4442-RELATORIO-REGIOES-EXIT.
588980     EXIT.
588990
589000 4443-CONTAR-PESSOA-REGIAO.
589010     READ ARQUIVO-PESSOAS NEXT RECORD
589020         AT END
589030             SET FIM-PESSOAS TO TRUE
589040             GO TO 4443-CONTAR-PESSOA-REGIAO-EXIT
589050     END-READ
589060     MOVE PESSOA-ID TO ID-ENDERECO
589070     PERFORM 4410-LER-ENDERECO
589080         THRU 4410-LER-ENDERECO-EXIT
589090     IF NOT ENDERECO-ACHADO
589100         ADD 1 TO CONTADOR-SEM-END-REGIAO
589110         GO TO 4443-CONTAR-PESSOA-REGIAO-EXIT
589120     END-IF
589130     PERFORM 4434-CONFERIR-ENDERECO
589140         THRU 4434-CONFERIR-ENDERECO-EXIT
589150     IF MOTIVO-ENDERECO NOT = SPACES
589160         ADD 1 TO CONTADOR-END-INCOMPLETO
589170         GO TO 4443-CONTAR-PESSOA-REGIAO-EXIT
589180     END-IF
589190     ADD 1 TO CONTADOR-PESSOAS-REGIAO
589200     MOVE ENDR-UF     TO UF-REGIAO-BUSCA
589210     MOVE ENDR-CIDADE TO CIDADE-REGIAO-BUSCA
589220     PERFORM 4444-ACUMULAR-REGIAO
589230         THRU 4444-ACUMULAR-REGIAO-EXIT.
589240 4443-CONTAR-PESSOA-REGIAO-EXIT.
589250     EXIT.
589260
589270*================================================================
589280* 4444-ACUMULAR-REGIAO
589290* Soma a pessoa na cidade CHAVE-REGIAO-BUSCA da TABELA-REGIOES,
589300* que e mantida em ordem de UF e cidade: uma cidade nova entra na
589310* sua posicao, deslocando as seguintes (como 8438 faz).
589320*================================================================
589330 4444-ACUMULAR-REGIAO.
589340     MOVE "N" TO INDICADOR-REGIAO-ACHADA
589350     PERFORM 4445-COMPARAR-REGIAO
589360         THRU 4445-COMPARAR-REGIAO-EXIT
589370         VARYING INDICE-REGIAO FROM 1 BY 1
589380         UNTIL INDICE-REGIAO > QTD-REGIOES
589390             OR REGIAO-ACHADA
589400     IF REGIAO-ACHADA
589410         ADD 1 TO REGIAO-PESSOAS(INDICE-DESLOCA-REGIAO)
589420         GO TO 4444-ACUMULAR-REGIAO-EXIT
589430     END-IF
589440     IF QTD-REGIOES NOT < 500
589450         ADD 1 TO CONTADOR-REGIOES-FORA
589460         GO TO 4444-ACUMULAR-REGIAO-EXIT
589470     END-IF
589480     ADD 1 TO QTD-REGIOES
589490     MOVE QTD-REGIOES TO INDICE-DESLOCA-REGIAO
589500     MOVE "N" TO INDICADOR-POSICAO-REGIAO
589510     PERFORM 4446-DESLOCAR-REGIAO
589520         THRU 4446-DESLOCAR-REGIAO-EXIT
589530         UNTIL POSICAO-REGIAO-ACHADA
589540     MOVE CHAVE-REGIAO-BUSCA
589550         TO REGIAO-CHAVE(INDICE-DESLOCA-REGIAO)
589560     MOVE 1 TO REGIAO-PESSOAS(INDICE-DESLOCA-REGIAO).
589570 4444-ACUMULAR-REGIAO-EXIT.
589580     EXIT.
589590
589600 4445-COMPARAR-REGIAO.
589610     IF REGIAO-CHAVE(INDICE-REGIAO) = CHAVE-REGIAO-BUSCA
589620         SET REGIAO-ACHADA TO TRUE
589630         MOVE INDICE-REGIAO TO INDICE-DESLOCA-REGIAO
589640     END-IF.
589650 4445-COMPARAR-REGIAO-EXIT.
589660     EXIT.
589670
589680 4446-DESLOCAR-REGIAO.
589690     IF INDICE-DESLOCA-REGIAO = 1
589700         SET POSICAO-REGIAO-ACHADA TO TRUE
589710         GO TO 4446-DESLOCAR-REGIAO-EXIT
589720     END-IF
589730     IF REGIAO-CHAVE(INDICE-DESLOCA-REGIAO - 1)
589740             < CHAVE-REGIAO-BUSCA
589750         SET POSICAO-REGIAO-ACHADA TO TRUE
589760         GO TO 4446-DESLOCAR-REGIAO-EXIT
589770     END-IF
589780     MOVE REGIAO-TAB(INDICE-DESLOCA-REGIAO - 1)
589790         TO REGIAO-TAB(INDICE-DESLOCA-REGIAO)
589800     SUBTRACT 1 FROM INDICE-DESLOCA-REGIAO.
589810 4446-DESLOCAR-REGIAO-EXIT.
589820     EXIT.
589830
589840 4447-IMPRIMIR-REGIAO.
589850     IF REGIAO-UF(INDICE-REGIAO) NOT = UF-CORRENTE-REGIAO
589860         IF UF-CORRENTE-REGIAO NOT = SPACES
589870             PERFORM 4448-IMPRIMIR-SUBTOTAL-UF
589880                 THRU 4448-IMPRIMIR-SUBTOTAL-UF-EXIT
589890         END-IF
589900         MOVE REGIAO-UF(INDICE-REGIAO) TO UF-CORRENTE-REGIAO
589910         MOVE ZERO TO SUBTOTAL-UF
589920     END-IF
589930     MOVE SPACES TO LINHA-REGIAO
589940     MOVE REGIAO-UF(INDICE-REGIAO)      TO REG-LIN-UF
589950     MOVE REGIAO-CIDADE(INDICE-REGIAO)  TO REG-LIN-CIDADE
589960     MOVE REGIAO-PESSOAS(INDICE-REGIAO) TO REG-LIN-PESSOAS
589970     ADD REGIAO-PESSOAS(INDICE-REGIAO) TO SUBTOTAL-UF
589980     MOVE LINHA-REGIAO TO REGISTRO-REGIAO
589990     WRITE REGISTRO-REGIAO.
590000 4447-IMPRIMIR-REGIAO-EXIT.
590010     EXIT.
590020
590030 4448-IMPRIMIR-SUBTOTAL-UF.
590040     MOVE SPACES TO LINHA-REGIAO
590050     MOVE UF-CORRENTE-REGIAO TO REG-LIN-UF
590060     MOVE "TOTAL DA UF"      TO REG-LIN-CIDADE
590070     MOVE SUBTOTAL-UF        TO REG-LIN-PESSOAS
590080     MOVE LINHA-REGIAO TO REGISTRO-REGIAO
590090     WRITE REGISTRO-REGIAO
590100     MOVE SPACES TO REGISTRO-REGIAO
590110     WRITE REGISTRO-REGIAO.
590120 4448-IMPRIMIR-SUBTOTAL-UF-EXIT.
590130     EXIT.
590140
590150*================================================================
590160* 4450-CONVERTER-ENDERECOS
590170* Conversao dos enderecos livres (dado de contato "N") para o
590180* endereco estruturado. Para cada pessoa sem endereco em
590190* enderecos.txt tenta os seus dados "N" em ordem e grava o
590200* primeiro que se deixa separar; quem nao tem nenhum separavel
590210* vai para conversao.lst com o motivo. Os dados "N" ficam como
590220* estao e quem ja tem endereco estruturado nao e tocado, de modo
590230* que a conversao pode ser repetida depois de corrigir a lista.
590240*================================================================
590250 4450-CONVERTER-ENDERECOS.
590260     DISPLAY "Converte os endereços livres (dado N) em "
590270         "endereço postal estruturado."
590280     DISPLAY "Quem já tem endereço estruturado não é "
590290         "alterado e os dados N são mantidos."
590300     DISPLAY "Confirma a conversão (S/N)? "
590310     ACCEPT RESPOSTA
590320     IF NOT RESPOSTA-SIM
590330         DISPLAY "Conversão cancelada."
590340         GO TO 4450-CONVERTER-ENDERECOS-EXIT
590350     END-IF
590360     OPEN INPUT ARQUIVO-DETALHES
590370     IF STATUS-DETALHES NOT = "00"
590380         DISPLAY "Nenhum dado de contato cadastrado."
590390         GO TO 4450-CONVERTER-ENDERECOS-EXIT
590400     END-IF
590410     OPEN OUTPUT ARQUIVO-CONVERSAO
590420     IF STATUS-CONVERSAO NOT = "00"
590430         DISPLAY "Erro ao abrir conversao.lst: " STATUS-CONVERSAO
590440         CLOSE ARQUIVO-DETALHES
590450         GO TO 4450-CONVERTER-ENDERECOS-EXIT
590460     END-IF
590470     OPEN INPUT ARQUIVO-PESSOAS
590480     PERFORM 4405-ABRIR-ENDERECOS-IO
590490         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
590500
590510     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
590520     MOVE SPACES TO DATA-EMISSAO-FORMATADA
590530     STRING DIA-EMISSAO-RELATORIO DELIMITED BY SIZE
590540             "/"                  DELIMITED BY SIZE
590550             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
590560             "/"                  DELIMITED BY SIZE
590570             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
590580         INTO DATA-EMISSAO-FORMATADA
590590     MOVE SPACES TO REGISTRO-CONVERSAO
590600     STRING "Conversao de enderecos livres - emissao "
590610                 DELIMITED BY SIZE
590620             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
590630         INTO REGISTRO-CONVERSAO
590640     WRITE REGISTRO-CONVERSAO
590650     MOVE "Enderecos que nao puderam ser separados (seguem so"
590660         TO REGISTRO-CONVERSAO
590670     WRITE REGISTRO-CONVERSAO
590680     MOVE "como texto livre; corrija o dado N ou digite-o):"
590690         TO REGISTRO-CONVERSAO
590700     WRITE REGISTRO-CONVERSAO
590710     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CONVERSAO
590720     WRITE REGISTRO-CONVERSAO
590730
590740     MOVE ZERO TO CONTADOR-CONVERTIDOS
590750     MOVE ZERO TO CONTADOR-NAO-CONVERTIDOS
590760     MOVE ZERO TO CONTADOR-JA-ESTRUTURADOS
590770     MOVE ZERO TO ID-CONVERSAO-CORRENTE
590780     SET CONV-RESOLVIDA TO TRUE
590790     MOVE "N" TO INDICADOR-FALHA-GUARDADA
590800     MOVE "N" TO INDICADOR-FIM-DETALHES
590810     MOVE ZEROS TO DETALHE-PESSOA-ID
590820     MOVE SPACE TO DETALHE-TIPO
590830     MOVE ZEROS TO DETALHE-SEQUENCIA
590840     START ARQUIVO-DETALHES KEY IS NOT LESS THAN DETALHE-CHAVE
590850         INVALID KEY
590860             SET FIM-DETALHES TO TRUE
590870     END-START
590880     PERFORM 4452-CONVERTER-UM-DETALHE
590890         THRU 4452-CONVERTER-UM-DETALHE-EXIT
590900         UNTIL FIM-DETALHES
590910     PERFORM 4458-LISTAR-FALHA-CONVERSAO
590920         THRU 4458-LISTAR-FALHA-CONVERSAO-EXIT
590930
590940     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-CONVERSAO
590950     WRITE REGISTRO-CONVERSAO
590960     MOVE SPACES TO REGISTRO-CONVERSAO
590970     STRING "Enderecos convertidos..........: " DELIMITED BY SIZE
590980             CONTADOR-CONVERTIDOS               DELIMITED BY SIZE
590990         INTO REGISTRO-CONVERSAO
591000     WRITE REGISTRO-CONVERSAO
591010     MOVE SPACES TO REGISTRO-CONVERSAO
591020     STRING "Nao convertidos (listados acima): " DELIMITED BY SIZE
591030             CONTADOR-NAO-CONVERTIDOS            DELIMITED BY SIZE
591040         INTO REGISTRO-CONVERSAO
591050     WRITE REGISTRO-CONVERSAO
591060     MOVE SPACES TO REGISTRO-CONVERSAO
591070     STRING "Ja tinham endereco estruturado.: " DELIMITED BY SIZE
591080             CONTADOR-JA-ESTRUTURADOS           DELIMITED BY SIZE
591090         INTO REGISTRO-CONVERSAO
591100     WRITE REGISTRO-CONVERSAO
591110     CLOSE ARQUIVO-ENDERECOS
591120     CLOSE ARQUIVO-PESSOAS
591130     CLOSE ARQUIVO-DETALHES
591140     CLOSE ARQUIVO-CONVERSAO
591150
591160     DISPLAY "Endereços convertidos: " CONTADOR-CONVERTIDOS
591170     DISPLAY "Não convertidos......: " CONTADOR-NAO-CONVERTIDOS
591180     DISPLAY "Já estruturados......: " CONTADOR-JA-ESTRUTURADOS
591190     DISPLAY "Listagem gerada: conversao.lst".
591200 4450-CONVERTER-ENDERECOS-EXIT.
591210     EXIT.
591220
591230 4452-CONVERTER-UM-DETALHE.
591240     READ ARQUIVO-DETALHES NEXT RECORD
591250         AT END
591260             SET FIM-DETALHES TO TRUE
591270             GO TO 4452-CONVERTER-UM-DETALHE-EXIT
591280     END-READ
591290     IF DETALHE-TIPO NOT = "N"
591300         GO TO 4452-CONVERTER-UM-DETALHE-EXIT
591310     END-IF
591320     IF DETALHE-PESSOA-ID NOT = ID-CONVERSAO-CORRENTE
591330         PERFORM 4458-LISTAR-FALHA-CONVERSAO
591340             THRU 4458-LISTAR-FALHA-CONVERSAO-EXIT
591350         PERFORM 4454-INICIAR-PESSOA-CONVERSAO
591360             THRU 4454-INICIAR-PESSOA-CONVERSAO-EXIT
591370     END-IF
591380     IF NOT CONV-TENTANDO
591390         GO TO 4452-CONVERTER-UM-DETALHE-EXIT
591400     END-IF
591410
591420     MOVE DETALHE-VALOR TO ENDERECO-LIVRE
591430     PERFORM 4460-SEPARAR-ENDERECO
591440         THRU 4460-SEPARAR-ENDERECO-EXIT
591450     IF MOTIVO-ENDERECO NOT = SPACES
591460         IF NOT FALHA-GUARDADA
591470             SET FALHA-GUARDADA TO TRUE
591480             MOVE MOTIVO-ENDERECO TO MOTIVO-FALHA-CONV
591490             MOVE ENDERECO-LIVRE  TO VALOR-FALHA-CONV
591500         END-IF
591510         GO TO 4452-CONVERTER-UM-DETALHE-EXIT
591520     END-IF
591530
591540     MOVE ID-CONVERSAO-CORRENTE TO ENDR-PESSOA-ID
591550     SET ENDERECO-CONVERTIDO TO TRUE
591560     ACCEPT ENDR-DATA FROM DATE YYYYMMDD
591570     WRITE REGISTRO-ENDERECO
591580         INVALID KEY
591590             DISPLAY "Erro ao gravar o endereço do ID "
591600                 ID-CONVERSAO-CORRENTE ": " STATUS-ENDERECOS
591610     END-WRITE
591620     ADD 1 TO CONTADOR-CONVERTIDOS
591630     SET CONV-RESOLVIDA TO TRUE.
591640 4452-CONVERTER-UM-DETALHE-EXIT.
591650     EXIT.
591660
591670 4454-INICIAR-PESSOA-CONVERSAO.
591680     MOVE DETALHE-PESSOA-ID TO ID-CONVERSAO-CORRENTE
591690     MOVE "N" TO INDICADOR-FALHA-GUARDADA
591700     SET CONV-TENTANDO TO TRUE
591710     MOVE ID-CONVERSAO-CORRENTE TO ID-ENDERECO
591720     PERFORM 4410-LER-ENDERECO
591730         THRU 4410-LER-ENDERECO-EXIT
591740     IF ENDERECO-ACHADO
591750         ADD 1 TO CONTADOR-JA-ESTRUTURADOS
591760         SET CONV-RESOLVIDA TO TRUE
591770         GO TO 4454-INICIAR-PESSOA-CONVERSAO-EXIT
591780     END-IF
591790     MOVE ID-CONVERSAO-CORRENTE TO PESSOA-ID
591800     READ ARQUIVO-PESSOAS
591810         INVALID KEY
591820             MOVE SPACES TO NOME-CONVERSAO
591830             SET CONV-SEM-PESSOA TO TRUE
591840             SET FALHA-GUARDADA TO TRUE
591850             MOVE "pessoa fora do cadastro" TO MOTIVO-FALHA-CONV
591860             MOVE DETALHE-VALOR TO VALOR-FALHA-CONV
591870         NOT INVALID KEY
591880             MOVE NOME TO NOME-CONVERSAO
591890     END-READ.
591900 4454-INICIAR-PESSOA-CONVERSAO-EXIT.
591910     EXIT.
591920
591930*================================================================
591940* 4458-LISTAR-FALHA-CONVERSAO
591950* Na troca de pessoa (e no fim), lista em conversao.lst a pessoa
591960* cujo endereco livre nao pode ser separado, com o motivo e o
591970* texto do primeiro dado "N" que falhou.
591980*================================================================
591990 4458-LISTAR-FALHA-CONVERSAO.
592000     IF ID-CONVERSAO-CORRENTE = ZERO
592010         GO TO 4458-LISTAR-FALHA-CONVERSAO-EXIT
592020     END-IF
592030     IF CONV-RESOLVIDA
592040         GO TO 4458-LISTAR-FALHA-CONVERSAO-EXIT
592050     END-IF
592060     IF NOT FALHA-GUARDADA
592070         GO TO 4458-LISTAR-FALHA-CONVERSAO-EXIT
592080     END-IF
592090     ADD 1 TO CONTADOR-NAO-CONVERTIDOS
592100     MOVE SPACES TO REGISTRO-CONVERSAO
592110     STRING ID-CONVERSAO-CORRENTE DELIMITED BY SIZE
592120             " "                   DELIMITED BY SIZE
592130             NOME-CONVERSAO        DELIMITED BY SIZE
592140             " "                   DELIMITED BY SIZE
592150             MOTIVO-FALHA-CONV     DELIMITED BY SIZE
592160         INTO REGISTRO-CONVERSAO
592170     WRITE REGISTRO-CONVERSAO
592180     MOVE SPACES TO REGISTRO-CONVERSAO
592190     STRING "       "             DELIMITED BY SIZE
592200             VALOR-FALHA-CONV      DELIMITED BY SIZE
592210         INTO REGISTRO-CONVERSAO
592220     WRITE REGISTRO-CONVERSAO.
592230 4458-LISTAR-FALHA-CONVERSAO-EXIT.
592240     EXIT.
592250
592260*================================================================
592270* 4460-SEPARAR-ENDERECO
592280* Separa o endereco livre ENDERECO-LIVRE nos campos de
592290* REGISTRO-ENDERECO. As partes vem separadas por virgula, ponto e
592300* virgula, barra ou " - ", na ordem logradouro, numero,
592310* [complemento,] [bairro,] cidade, UF e CEP ("S/N" e aceito como
592320* numero). Quando nao da, MOTIVO-ENDERECO diz porque.
592330*================================================================
592340 4460-SEPARAR-ENDERECO.
592350     MOVE SPACES TO MOTIVO-ENDERECO
592360     MOVE SPACES TO TABELA-PARTES-BRUTAS
592370     MOVE SPACES TO TABELA-PARTES-ENDERECO
592380     MOVE ZERO TO QTD-PARTES-BRUTAS
592390     MOVE ZERO TO QTD-PARTES-ENDERECO
592400     UNSTRING ENDERECO-LIVRE
592410             DELIMITED BY "," OR ";" OR " - " OR "/"
592420         INTO PARTE-BRUTA(1) PARTE-BRUTA(2) PARTE-BRUTA(3)
592430              PARTE-BRUTA(4) PARTE-BRUTA(5) PARTE-BRUTA(6)
592440              PARTE-BRUTA(7) PARTE-BRUTA(8)
592450         TALLYING IN QTD-PARTES-BRUTAS
592460         ON OVERFLOW
592470             MOVE "partes demais" TO MOTIVO-ENDERECO
592480     END-UNSTRING
592490     IF MOTIVO-ENDERECO NOT = SPACES
592500         GO TO 4460-SEPARAR-ENDERECO-EXIT
592510     END-IF
592520     PERFORM 4462-GUARDAR-PARTE
592530         THRU 4462-GUARDAR-PARTE-EXIT
592540         VARYING INDICE-PARTE FROM 1 BY 1
592550         UNTIL INDICE-PARTE > QTD-PARTES-BRUTAS
592560     IF QTD-PARTES-ENDERECO < 5
592570         MOVE "partes de menos" TO MOTIVO-ENDERECO
592580         GO TO 4460-SEPARAR-ENDERECO-EXIT
592590     END-IF
592600     IF QTD-PARTES-ENDERECO > 7
592610         MOVE "partes demais" TO MOTIVO-ENDERECO
592620         GO TO 4460-SEPARAR-ENDERECO-EXIT
592630     END-IF
592640
592650     MOVE PARTE-ENDERECO(QTD-PARTES-ENDERECO) TO PARTE-TRABALHO
592660     IF PARTE-TRABALHO(1:3) = "CEP" OR "cep" OR "Cep"
592670         MOVE PARTE-TRABALHO(4:47) TO PARTE-AUXILIAR
592680         MOVE PARTE-AUXILIAR TO PARTE-TRABALHO
592690         PERFORM 4463-TIRAR-ESPACOS-INICIAIS
592700             THRU 4463-TIRAR-ESPACOS-INICIAIS-EXIT
592710         IF PARTE-TRABALHO(1:1) = ":" OR "."
592720             MOVE SPACE TO PARTE-TRABALHO(1:1)
592730             PERFORM 4463-TIRAR-ESPACOS-INICIAIS
592740                 THRU 4463-TIRAR-ESPACOS-INICIAIS-EXIT
592750         END-IF
592760     END-IF
592770     IF PARTE-TRABALHO(10:41) NOT = SPACES
592780         MOVE "CEP invalido" TO MOTIVO-ENDERECO
592790         GO TO 4460-SEPARAR-ENDERECO-EXIT
592800     END-IF
592810     MOVE PARTE-TRABALHO(1:9) TO CEP-INPUT
592820     PERFORM 4430-VALIDAR-CEP
592830         THRU 4430-VALIDAR-CEP-EXIT
592840     IF NOT CEP-VALIDO
592850         MOVE "CEP invalido" TO MOTIVO-ENDERECO
592860         GO TO 4460-SEPARAR-ENDERECO-EXIT
592870     END-IF
592880
592890     MOVE PARTE-ENDERECO(QTD-PARTES-ENDERECO - 1)
592895         TO PARTE-TRABALHO
592900     INSPECT PARTE-TRABALHO CONVERTING
592910         "abcdefghijklmnopqrstuvwxyz"
592920         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
592930     MOVE PARTE-TRABALHO(1:2) TO UF-INPUT
592940     IF PARTE-TRABALHO(3:48) NOT = SPACES
592950             OR NOT UF-VALIDA
592960         MOVE "UF invalida" TO MOTIVO-ENDERECO
592970         GO TO 4460-SEPARAR-ENDERECO-EXIT
592980     END-IF
592990
593000     MOVE PARTE-ENDERECO(QTD-PARTES-ENDERECO - 2)
593005         TO PARTE-TRABALHO
593010     IF PARTE-TRABALHO(31:20) NOT = SPACES
593020         MOVE "cidade longa demais" TO MOTIVO-ENDERECO
593030         GO TO 4460-SEPARAR-ENDERECO-EXIT
593040     END-IF
593050     INSPECT PARTE-TRABALHO CONVERTING
593060         "abcdefghijklmnopqrstuvwxyz"
593070         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
593080     MOVE PARTE-TRABALHO(1:30) TO ENDR-CIDADE
593090
593100     IF PARTE-ENDERECO(1)(41:10) NOT = SPACES
593110         MOVE "logradouro longo demais" TO MOTIVO-ENDERECO
593120         GO TO 4460-SEPARAR-ENDERECO-EXIT
593130     END-IF
593140     MOVE PARTE-ENDERECO(1)(1:40) TO ENDR-LOGRADOURO
593150
593160     MOVE PARTE-ENDERECO(2) TO PARTE-TRABALHO
593170     INSPECT PARTE-TRABALHO CONVERTING "sn" TO "SN"
593180     IF PARTE-TRABALHO(7:44) NOT = SPACES
593190         MOVE "numero nao identificado" TO MOTIVO-ENDERECO
593200         GO TO 4460-SEPARAR-ENDERECO-EXIT
593210     END-IF
593220     IF PARTE-TRABALHO(1:1) IS NOT NUMERIC
593230             AND PARTE-TRABALHO NOT = "S/N"
593240         MOVE "numero nao identificado" TO MOTIVO-ENDERECO
593250         GO TO 4460-SEPARAR-ENDERECO-EXIT
593260     END-IF
593270     MOVE PARTE-TRABALHO(1:6) TO ENDR-NUMERO
593280
593290     MOVE SPACES TO ENDR-COMPLEMENTO
593300     MOVE SPACES TO ENDR-BAIRRO
593310     IF QTD-PARTES-ENDERECO = 7
593320         IF PARTE-ENDERECO(3)(21:30) NOT = SPACES
593330             MOVE "complemento longo demais" TO MOTIVO-ENDERECO
593340             GO TO 4460-SEPARAR-ENDERECO-EXIT
593350         END-IF
593360         MOVE PARTE-ENDERECO(3)(1:20) TO ENDR-COMPLEMENTO
593370         MOVE 4 TO INDICE-PARTE
593380     ELSE
593390         MOVE 3 TO INDICE-PARTE
593400     END-IF
593410     IF QTD-PARTES-ENDERECO > 5
593420         IF PARTE-ENDERECO(INDICE-PARTE)(31:20) NOT = SPACES
593430             MOVE "bairro longo demais" TO MOTIVO-ENDERECO
593440             GO TO 4460-SEPARAR-ENDERECO-EXIT
593450         END-IF
593460         MOVE PARTE-ENDERECO(INDICE-PARTE)(1:30) TO ENDR-BAIRRO
593470     END-IF
593480     MOVE UF-INPUT     TO ENDR-UF
593490     MOVE CEP-NUMERICO TO ENDR-CEP.
593500 4460-SEPARAR-ENDERECO-EXIT.
593510     EXIT.
593520
593530*================================================================
593540* 4462-GUARDAR-PARTE
593550* Passa a parte bruta para PARTE-ENDERECO sem os espacos da
593560* frente, descartando as vazias e juntando de volta o "S/N" que a
593570* barra separou.
593580*================================================================
593590 4462-GUARDAR-PARTE.
593600     MOVE PARTE-BRUTA(INDICE-PARTE) TO PARTE-TRABALHO
593610     IF PARTE-TRABALHO = SPACES
593620         GO TO 4462-GUARDAR-PARTE-EXIT
593630     END-IF
593640     PERFORM 4463-TIRAR-ESPACOS-INICIAIS
593650         THRU 4463-TIRAR-ESPACOS-INICIAIS-EXIT
593660     IF QTD-PARTES-ENDERECO > ZERO
593670         IF (PARTE-TRABALHO = "N" OR "n")
593680                 AND (PARTE-ENDERECO(QTD-PARTES-ENDERECO) = "S"
593690                     OR "s")
593700             MOVE "S/N" TO PARTE-ENDERECO(QTD-PARTES-ENDERECO)
593710             GO TO 4462-GUARDAR-PARTE-EXIT
593720         END-IF
593730     END-IF
593740     IF QTD-PARTES-ENDERECO < 8
593750         ADD 1 TO QTD-PARTES-ENDERECO
593760         MOVE PARTE-TRABALHO
593765             TO PARTE-ENDERECO(QTD-PARTES-ENDERECO)
593770     END-IF.
593780 4462-GUARDAR-PARTE-EXIT.
593790     EXIT.
593800
593810 4463-TIRAR-ESPACOS-INICIAIS.
593820     MOVE ZERO TO ESPACOS-INICIAIS
593830     INSPECT PARTE-TRABALHO TALLYING ESPACOS-INICIAIS
593840         FOR LEADING SPACES
593850     IF ESPACOS-INICIAIS > ZERO AND ESPACOS-INICIAIS < 50
593860         MOVE PARTE-TRABALHO(ESPACOS-INICIAIS + 1:)
593865             TO PARTE-AUXILIAR
593870         MOVE PARTE-AUXILIAR TO PARTE-TRABALHO
593880     END-IF.
593890 4463-TIRAR-ESPACOS-INICIAIS-EXIT.
593900     EXIT.
593910
593920*================================================================
593930* 4470-EXCLUIR-ENDERECO
593940* Na exclusao da pessoa (6200), o seu endereco postal sai junto
593945* (contado em CONTADOR-ENDERECO-FILHOS).
593950*================================================================
593960 4470-EXCLUIR-ENDERECO.
593970     PERFORM 4405-ABRIR-ENDERECOS-IO
593980         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
593985     MOVE ZERO TO CONTADOR-ENDERECO-FILHOS
593990     MOVE ID-ENDERECO TO ENDR-PESSOA-ID
594000     DELETE ARQUIVO-ENDERECOS
594010         INVALID KEY
594020             CONTINUE
594022         NOT INVALID KEY
594024             ADD 1 TO CONTADOR-ENDERECO-FILHOS
594030     END-DELETE
594040     CLOSE ARQUIVO-ENDERECOS.
594050 4470-EXCLUIR-ENDERECO-EXIT.
594060     EXIT.
594070
594080*================================================================
594090* 4475-UNIFICAR-ENDERECO
594100* Na unificacao (6100), o sobrevivente fica com o seu endereco
594110* ou, quando nao tem, com o do perdedor; o registro do perdedor
594120* sai de enderecos.txt.
594130*================================================================
594140 4475-UNIFICAR-ENDERECO.
594150     PERFORM 4405-ABRIR-ENDERECOS-IO
594160         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
594170     MOVE ID-PERDEDOR TO ID-ENDERECO
594180     PERFORM 4410-LER-ENDERECO
594190         THRU 4410-LER-ENDERECO-EXIT
594200     IF NOT ENDERECO-ACHADO
594210         CLOSE ARQUIVO-ENDERECOS
594220         GO TO 4475-UNIFICAR-ENDERECO-EXIT
594230     END-IF
594240     MOVE ID-SOBREVIVENTE TO ENDR-PESSOA-ID
594250     WRITE REGISTRO-ENDERECO
594260         INVALID KEY
594270             CONTINUE
594280     END-WRITE
594290     MOVE ID-PERDEDOR TO ENDR-PESSOA-ID
594300     DELETE ARQUIVO-ENDERECOS
594310         INVALID KEY
594320             CONTINUE
594330     END-DELETE
594340     CLOSE ARQUIVO-ENDERECOS.
594350 4475-UNIFICAR-ENDERECO-EXIT.
594360     EXIT.
594370
594380*================================================================
594390* 4480-VERIFICAR-END-ORFAOS
594400* Parte de 6400 para enderecos.txt: grava em orfaos.lst os
594410* enderecos cujo PESSOA-ID nao esta no cadastro vivo nem no
594420* arquivo morto.
594430*================================================================
594440 4480-VERIFICAR-END-ORFAOS.
594445     MOVE ZERO TO CONTADOR-ORFAOS-ENDERECO
594450     MOVE ZERO TO ID-ORFAO-CORRENTE
594460     MOVE "N" TO INDICADOR-PESSOA-EXISTE
594470     PERFORM 4405-ABRIR-ENDERECOS-IO
594480         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
594490     MOVE "N" TO INDICADOR-FIM-ENDERECOS
594500     MOVE ZEROS TO ENDR-PESSOA-ID
594510     START ARQUIVO-ENDERECOS
594520             KEY IS NOT LESS THAN ENDR-PESSOA-ID
594530         INVALID KEY
594540             SET FIM-ENDERECOS TO TRUE
594550     END-START
594560     PERFORM 4485-VERIFICAR-END-ORFAO
594570         THRU 4485-VERIFICAR-END-ORFAO-EXIT
594580         UNTIL FIM-ENDERECOS
594590     CLOSE ARQUIVO-ENDERECOS.
594600 4480-VERIFICAR-END-ORFAOS-EXIT.
594610     EXIT.
594620
594630 4485-VERIFICAR-END-ORFAO.
594640     READ ARQUIVO-ENDERECOS NEXT RECORD
594650         AT END
594660             SET FIM-ENDERECOS TO TRUE
594670         NOT AT END
594680             MOVE ENDR-PESSOA-ID TO ID-ORFAO-CORRENTE
594690             PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
594700                 THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
594710             IF NOT PESSOA-EXISTE
594720                 ADD 1 TO CONTADOR-ORFAOS-ENDERECO
594730                 MOVE SPACES TO REGISTRO-ORFAO
594740                 STRING "ID "             DELIMITED BY SIZE
594750                         ENDR-PESSOA-ID   DELIMITED BY SIZE
594760                         " endereco "     DELIMITED BY SIZE
594770                         ENDR-LOGRADOURO  DELIMITED BY SIZE
594780                     INTO REGISTRO-ORFAO
594790                 WRITE REGISTRO-ORFAO
594800             END-IF
594810     END-READ.
594820 4485-VERIFICAR-END-ORFAO-EXIT.
594830     EXIT.
594840
594850*================================================================
594860* 4490-ESQUECER-ENDERECO
594870* Parte do esquecimento (3900): o endereco postal da pessoa sai
594880* de enderecos.txt. Antes da exclusao, "logradouro, numero" (o
594885* inicio do <ENDERECO> das cartas), o logradouro so,
594890* complemento, bairro e CEP entram na lista de valores a
594895* apagar das cartas e da auditoria, o mais longo primeiro.
594900*================================================================
594910 4490-ESQUECER-ENDERECO.
594920     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
594930     PERFORM 4405-ABRIR-ENDERECOS-IO
594940         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
594950     MOVE ID-ESQUECER TO ID-ENDERECO
594960     PERFORM 4410-LER-ENDERECO
594970         THRU 4410-LER-ENDERECO-EXIT
594980     IF ENDERECO-ACHADO
594990         PERFORM 4440-FORMATAR-ENDERECO
595000             THRU 4440-FORMATAR-ENDERECO-EXIT
595010         MOVE SPACES TO VALOR-ESQ-CANDIDATO
595012         STRING ENDR-LOGRADOURO DELIMITED BY "  "
595014                 ", "            DELIMITED BY SIZE
595016                 ENDR-NUMERO     DELIMITED BY "  "
595018             INTO VALOR-ESQ-CANDIDATO
595020         PERFORM 3956-GUARDAR-VALOR-ESQUECER
595022             THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
595024         MOVE ENDR-LOGRADOURO TO VALOR-ESQ-CANDIDATO
595026         PERFORM 3956-GUARDAR-VALOR-ESQUECER
595028             THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
595030         IF ENDR-COMPLEMENTO NOT = SPACES
595032             MOVE ENDR-COMPLEMENTO TO VALOR-ESQ-CANDIDATO
595034             PERFORM 3956-GUARDAR-VALOR-ESQUECER
595036                 THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
595038         END-IF
595040         IF ENDR-BAIRRO NOT = SPACES
595042             MOVE ENDR-BAIRRO TO VALOR-ESQ-CANDIDATO
595044             PERFORM 3956-GUARDAR-VALOR-ESQUECER
595046                 THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
595048         END-IF
595050         MOVE CEP-FORMATADO TO VALOR-ESQ-CANDIDATO
595052         PERFORM 3956-GUARDAR-VALOR-ESQUECER
595054             THRU 3956-GUARDAR-VALOR-ESQUECER-EXIT
595070         DELETE ARQUIVO-ENDERECOS
595080             INVALID KEY
595090                 CONTINUE
595100             NOT INVALID KEY
595110                 ADD 1 TO CONTADOR-ESQ-ARQUIVO
595120         END-DELETE
595130     END-IF
595140     CLOSE ARQUIVO-ENDERECOS
595150     MOVE "enderecos.txt" TO CERT-LIN-ARQUIVO
595160     MOVE "endereco postal excluido" TO CERT-LIN-TRATAMENTO
595170     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
595180         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT
595190     ADD CONTADOR-ESQ-ARQUIVO TO CONTADOR-ESQ-TOTAL.
595200 4490-ESQUECER-ENDERECO-EXIT.
595210     EXIT.
595220
595230*================================================================
595240* 4500-MANTER-EVENTOS
595250* Encontros do grupo (eventos.txt: codigo, nome, data, local e
595260* capacidade) e a lista de convidados de cada um (convites.txt).
595270* A lista e montada por categoria ou pessoa a pessoa, sempre a
595280* partir do cadastro vivo e sem quem recusou o canal CARTA. Cada
595290* convite guarda a resposta (CONVIDADO, SIM, NAO ou TALVEZ) e a
595300* presenca; registrar a presenca grava o contato ENCONTROU.
595310*================================================================
595320 4500-MANTER-EVENTOS.
595330     MOVE "N" TO INDICADOR-FIM-MENU-EVENTO
595340     PERFORM 4502-EXIBIR-MENU-EVENTO
595350         THRU 4502-EXIBIR-MENU-EVENTO-EXIT
595360         UNTIL FIM-MENU-EVENTO.
595370 4500-MANTER-EVENTOS-EXIT.
595380     EXIT.
595390
595400 4502-EXIBIR-MENU-EVENTO.
595410     DISPLAY "--- Encontros e convites ---"
595420     DISPLAY "1 - Cadastrar/alterar encontro"
595430     DISPLAY "2 - Listar encontros"
595440     DISPLAY "3 - Convidar por categoria"
595450     DISPLAY "4 - Convidar uma pessoa (por ID)"
595460     DISPLAY "5 - Registrar resposta ao convite"
595470     DISPLAY "6 - Registrar presença"
595480     DISPLAY "7 - Relatório do encontro (evento.lst)"
595490     DISPLAY "8 - Cartas-convite (modelo.txt)"
595500     DISPLAY "9 - Voltar"
595510     DISPLAY "Escolha uma opção: "
595520     ACCEPT OPCAO-EVENTO
595530
595540     EVALUATE OPCAO-EVENTO
595550         WHEN 1
595560             PERFORM 4510-CADASTRAR-EVENTO
595570                 THRU 4510-CADASTRAR-EVENTO-EXIT
595580         WHEN 2
595590             PERFORM 4515-LISTAR-EVENTOS
595600                 THRU 4515-LISTAR-EVENTOS-EXIT
595610         WHEN 3
595620             PERFORM 4520-CONVIDAR-CATEGORIA
595630                 THRU 4520-CONVIDAR-CATEGORIA-EXIT
595640         WHEN 4
595650             PERFORM 4525-CONVIDAR-PESSOA
595660                 THRU 4525-CONVIDAR-PESSOA-EXIT
595670         WHEN 5
595680             PERFORM 4530-REGISTRAR-RESPOSTA
595690                 THRU 4530-REGISTRAR-RESPOSTA-EXIT
595700         WHEN 6
595710             PERFORM 4540-REGISTRAR-PRESENCA
595720                 THRU 4540-REGISTRAR-PRESENCA-EXIT
595730         WHEN 7
595740             PERFORM 4550-RELATORIO-EVENTO
595750                 THRU 4550-RELATORIO-EVENTO-EXIT
595760         WHEN 8
595770             PERFORM 4560-CARTAS-CONVITE
595780                 THRU 4560-CARTAS-CONVITE-EXIT
595790         WHEN 9
595800             SET FIM-MENU-EVENTO TO TRUE
595810         WHEN OTHER
595820             DISPLAY "Opção inválida!"
595830     END-EVALUATE.
595840 4502-EXIBIR-MENU-EVENTO-EXIT.
595850     EXIT.
595860
595870*================================================================
595880* 4505-ABRIR-EVENTOS-IO / 4506-ABRIR-CONVITES-IO
595890* Abrem eventos.txt e convites.txt em I-O, criando o arquivo
595900* vazio quando ainda nao existe, como 4405 faz com enderecos.txt.
595910*================================================================
595920 4505-ABRIR-EVENTOS-IO.
595930     OPEN I-O ARQUIVO-EVENTOS
595940     IF STATUS-EVENTOS = "35"
595950         OPEN OUTPUT ARQUIVO-EVENTOS
595960         CLOSE ARQUIVO-EVENTOS
595970         OPEN I-O ARQUIVO-EVENTOS
595980     END-IF.
595990 4505-ABRIR-EVENTOS-IO-EXIT.
596000     EXIT.
596010
596020 4506-ABRIR-CONVITES-IO.
596030     OPEN I-O ARQUIVO-CONVITES
596040     IF STATUS-CONVITES = "35"
596050         OPEN OUTPUT ARQUIVO-CONVITES
596060         CLOSE ARQUIVO-CONVITES
596070         OPEN I-O ARQUIVO-CONVITES
596080     END-IF.
596090 4506-ABRIR-CONVITES-IO-EXIT.
596100     EXIT.
596110
596120*================================================================
596130* 4507-ESCOLHER-EVENTO
596140* Abre eventos.txt e pede o codigo de um encontro ja cadastrado.
596150* Achado, o encontro fica em REGISTRO-EVENTO e o arquivo continua
596160* aberto para o chamador fechar; nao achado, o arquivo e fechado
596170* aqui.
596180*================================================================
596190 4507-ESCOLHER-EVENTO.
596200     PERFORM 4505-ABRIR-EVENTOS-IO
596210         THRU 4505-ABRIR-EVENTOS-IO-EXIT
596220     PERFORM 4508-OBTER-EVENTO
596230         THRU 4508-OBTER-EVENTO-EXIT
596240     IF NOT ENCONTRO-ACHADO
596250         IF CODIGO-EVENTO-INPUT NOT = SPACES
596260             DISPLAY "Encontro não cadastrado: "
596261                 CODIGO-EVENTO-INPUT
596270         END-IF
596280         CLOSE ARQUIVO-EVENTOS
596290         GO TO 4507-ESCOLHER-EVENTO-EXIT
596300     END-IF
596310     DISPLAY "Encontro: " EVENTO-NOME
596320     DISPLAY "Data....: " EVENTO-DATA-FORMATADA
596330         "  Local: " EVENTO-LOCAL.
596340 4507-ESCOLHER-EVENTO-EXIT.
596350     EXIT.
596360
596370*================================================================
596380* 4508-OBTER-EVENTO
596390* Pede o codigo do encontro (em maiusculas), le eventos.txt (ja
596400* aberto) e liga ENCONTRO-ACHADO quando o encontro existe.
596410*================================================================
596420 4508-OBTER-EVENTO.
596430     MOVE "N" TO INDICADOR-ENCONTRO-ACHADO
596440     DISPLAY "Código do encontro (ex.: FESTA2026): "
596450     ACCEPT CODIGO-EVENTO-INPUT
596460     MOVE CODIGO-EVENTO-INPUT TO CAMPO-PARA-CONVERTER
596470     PERFORM 9600-CONVERTER-MAIUSCULAS
596480         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
596490     MOVE CAMPO-CONVERTIDO(1:10) TO CODIGO-EVENTO-INPUT
596500     IF CODIGO-EVENTO-INPUT = SPACES
596510         DISPLAY "Informe o código do encontro."
596520         GO TO 4508-OBTER-EVENTO-EXIT
596530     END-IF
596540     MOVE CODIGO-EVENTO-INPUT TO EVENTO-CODIGO
596550     READ ARQUIVO-EVENTOS
596560         INVALID KEY
596570             CONTINUE
596580         NOT INVALID KEY
596590             SET ENCONTRO-ACHADO TO TRUE
596600             PERFORM 4509-FORMATAR-DATA-EVENTO
596610                 THRU 4509-FORMATAR-DATA-EVENTO-EXIT
596620     END-READ.
596630 4508-OBTER-EVENTO-EXIT.
596640     EXIT.
596650
596660 4509-FORMATAR-DATA-EVENTO.
596670     MOVE SPACES TO EVENTO-DATA-FORMATADA
596680     STRING EVENTO-DIA DELIMITED BY SIZE
596690             "/"        DELIMITED BY SIZE
596700             EVENTO-MES DELIMITED BY SIZE
596710             "/"        DELIMITED BY SIZE
596720             EVENTO-ANO DELIMITED BY SIZE
596730         INTO EVENTO-DATA-FORMATADA.
596740 4509-FORMATAR-DATA-EVENTO-EXIT.
596750     EXIT.
596760
596770*================================================================
596780* 4510-CADASTRAR-EVENTO
596790* Inclui ou altera um encontro. Na alteracao, nome, data e local
596800* deixados em branco mantem o valor atual; a capacidade e sempre
596810* redigitada (0 = sem limite de confirmados).
596820*================================================================
596830 4510-CADASTRAR-EVENTO.
596840     PERFORM 4505-ABRIR-EVENTOS-IO
596850         THRU 4505-ABRIR-EVENTOS-IO-EXIT
596860     PERFORM 4508-OBTER-EVENTO
596870         THRU 4508-OBTER-EVENTO-EXIT
596880     IF CODIGO-EVENTO-INPUT = SPACES
596890         CLOSE ARQUIVO-EVENTOS
596900         GO TO 4510-CADASTRAR-EVENTO-EXIT
596910     END-IF
596920     IF ENCONTRO-ACHADO
596930         DISPLAY "Encontro atual: " EVENTO-NOME
596940         DISPLAY "  em " EVENTO-DATA-FORMATADA " - " EVENTO-LOCAL
596950         DISPLAY "  capacidade " EVENTO-CAPACIDADE
596960             " (0 = sem limite)"
596970         DISPLAY "(em branco mantém o valor atual)"
596980     ELSE
596990         DISPLAY "Novo encontro " CODIGO-EVENTO-INPUT
597000         MOVE CODIGO-EVENTO-INPUT TO EVENTO-CODIGO
597010         MOVE SPACES TO EVENTO-NOME
597020         MOVE ZERO   TO EVENTO-DATA
597030         MOVE SPACES TO EVENTO-LOCAL
597040         MOVE ZERO   TO EVENTO-CAPACIDADE
597050         MOVE SPACES TO EVENTO-DATA-FORMATADA
597060         ACCEPT EVENTO-DATA-CADASTRO FROM DATE YYYYMMDD
597070     END-IF
597080
597090     MOVE SPACES TO NOME-EVENTO-INPUT
597100     PERFORM 4511-OBTER-NOME-EVENTO
597110         THRU 4511-OBTER-NOME-EVENTO-EXIT
597120         UNTIL NOME-EVENTO-INPUT NOT = SPACES
597130     MOVE "N" TO INDICADOR-DATA-VALIDA
597140     PERFORM 4512-OBTER-DATA-EVENTO
597150         THRU 4512-OBTER-DATA-EVENTO-EXIT
597160         UNTIL DATA-VALIDA
597170     DISPLAY "Local: "
597180     ACCEPT LOCAL-EVENTO-INPUT
597190     IF LOCAL-EVENTO-INPUT = SPACES
597200         MOVE EVENTO-LOCAL TO LOCAL-EVENTO-INPUT
597210     END-IF
597220     DISPLAY "Capacidade (0 = sem limite): "
597230     ACCEPT CAPACIDADE-EVENTO-INPUT
597240
597250     MOVE DATA-INPUT TO DATA-A-CONVERTER
597260     PERFORM 8100-CONVERTER-DATA-NUMERICA
597270         THRU 8100-CONVERTER-DATA-NUMERICA-EXIT
597280     MOVE NOME-EVENTO-INPUT       TO EVENTO-NOME
597290     MOVE DATA-CONVERTIDA-NUM     TO EVENTO-DATA
597300     MOVE LOCAL-EVENTO-INPUT      TO EVENTO-LOCAL
597310     MOVE CAPACIDADE-EVENTO-INPUT TO EVENTO-CAPACIDADE
597320     IF ENCONTRO-ACHADO
597330         REWRITE REGISTRO-EVENTO
597340             INVALID KEY
597350                 DISPLAY "Erro ao regravar o encontro: "
597360                     STATUS-EVENTOS
597370         END-REWRITE
597380     ELSE
597390         WRITE REGISTRO-EVENTO
597400             INVALID KEY
597410                 DISPLAY "Erro ao gravar o encontro: "
597420                     STATUS-EVENTOS
597430         END-WRITE
597440     END-IF
597450     CLOSE ARQUIVO-EVENTOS
597460     DISPLAY "Encontro gravado com sucesso!".
597470 4510-CADASTRAR-EVENTO-EXIT.
597480     EXIT.
597490
597500 4511-OBTER-NOME-EVENTO.
597510     DISPLAY "Nome do encontro: "
597520     ACCEPT NOME-EVENTO-INPUT
597530     IF NOME-EVENTO-INPUT = SPACES
597540         MOVE EVENTO-NOME TO NOME-EVENTO-INPUT
597550     END-IF
597560     IF NOME-EVENTO-INPUT = SPACES
597570         DISPLAY "O nome do encontro é obrigatório."
597580     END-IF.
597590 4511-OBTER-NOME-EVENTO-EXIT.
597600     EXIT.
597610
597620 4512-OBTER-DATA-EVENTO.
597630     DISPLAY "Data do encontro (DD/MM/AAAA): "
597640     ACCEPT DATA-INPUT
597650     IF DATA-INPUT = SPACES
597660         MOVE EVENTO-DATA-FORMATADA TO DATA-INPUT
597670     END-IF
597680     PERFORM 8000-VALIDAR-DATA
597690         THRU 8000-VALIDAR-DATA-EXIT
597700     IF NOT DATA-VALIDA
597710         DISPLAY "Data inválida. Informe uma data real "
597720             "no formato DD/MM/AAAA."
597730     END-IF.
597740 4512-OBTER-DATA-EVENTO-EXIT.
597750     EXIT.
597760
597770*================================================================
597780* 4515-LISTAR-EVENTOS
597790* Lista na tela os encontros cadastrados, em ordem de codigo.
597800*================================================================
597810 4515-LISTAR-EVENTOS.
597820     OPEN INPUT ARQUIVO-EVENTOS
597830     IF STATUS-EVENTOS = "35"
597840         DISPLAY "Nenhum encontro cadastrado."
597850         GO TO 4515-LISTAR-EVENTOS-EXIT
597860     END-IF
597870     IF STATUS-EVENTOS NOT = "00"
597880         DISPLAY "Erro ao abrir eventos.txt: " STATUS-EVENTOS
597890         GO TO 4515-LISTAR-EVENTOS-EXIT
597900     END-IF
597910     MOVE ZERO TO CONTADOR-EVENTOS
597920     MOVE "N" TO INDICADOR-FIM-EVENTOS
597930     MOVE SPACES TO EVENTO-CODIGO
597940     START ARQUIVO-EVENTOS KEY IS NOT LESS THAN EVENTO-CODIGO
597950         INVALID KEY
597960             SET FIM-EVENTOS TO TRUE
597970     END-START
597980     PERFORM 4516-EXIBIR-EVENTO
597990         THRU 4516-EXIBIR-EVENTO-EXIT
598000         UNTIL FIM-EVENTOS
598010     CLOSE ARQUIVO-EVENTOS
598020     DISPLAY "Encontros cadastrados: " CONTADOR-EVENTOS.
598030 4515-LISTAR-EVENTOS-EXIT.
598040     EXIT.
598050
598060 4516-EXIBIR-EVENTO.
598070     READ ARQUIVO-EVENTOS NEXT RECORD
598080         AT END
598090             SET FIM-EVENTOS TO TRUE
598100             GO TO 4516-EXIBIR-EVENTO-EXIT
598110     END-READ
598120     ADD 1 TO CONTADOR-EVENTOS
598130     PERFORM 4509-FORMATAR-DATA-EVENTO
598140         THRU 4509-FORMATAR-DATA-EVENTO-EXIT
598150     DISPLAY EVENTO-CODIGO " " EVENTO-DATA-FORMATADA " "
598160         EVENTO-NOME
598170     DISPLAY "           local: " EVENTO-LOCAL
598180     IF EVENTO-CAPACIDADE = ZERO
598190         DISPLAY "           capacidade: sem limite"
598200     ELSE
598210         DISPLAY "           capacidade: " EVENTO-CAPACIDADE
598220     END-IF.
598230 4516-EXIBIR-EVENTO-EXIT.
598240     EXIT.
598250
598260*================================================================
598270* 4520-CONVIDAR-CATEGORIA
598280* Convida para o encontro todo o cadastro vivo de uma categoria
598290* (ou TODAS). Quem ja tem convite para o encontro e quem recusou o
598300* canal CARTA ficam de fora; arquivados nao estao em pessoas.txt.
598310*================================================================
598320 4520-CONVIDAR-CATEGORIA.
598330     PERFORM 4507-ESCOLHER-EVENTO
598340         THRU 4507-ESCOLHER-EVENTO-EXIT
598350     IF NOT ENCONTRO-ACHADO
598360         GO TO 4520-CONVIDAR-CATEGORIA-EXIT
598370     END-IF
598380     MOVE "N" TO INDICADOR-CATEGORIA-INPUT-VALIDA
598390     PERFORM 8310-OBTER-CATEGORIA-CARTA
598400         THRU 8310-OBTER-CATEGORIA-CARTA-EXIT
598410         UNTIL CATEGORIA-INPUT-VALIDA
598420
598430     OPEN INPUT ARQUIVO-PESSOAS
598440     IF STATUS-PESSOAS NOT = "00"
598450         DISPLAY "Erro ao abrir pessoas.txt: " STATUS-PESSOAS
598460         CLOSE ARQUIVO-EVENTOS
598470         GO TO 4520-CONVIDAR-CATEGORIA-EXIT
598480     END-IF
598490     PERFORM 4506-ABRIR-CONVITES-IO
598500         THRU 4506-ABRIR-CONVITES-IO-EXIT
598510     PERFORM 3860-ABRIR-CONSENT-IO
598520         THRU 3860-ABRIR-CONSENT-IO-EXIT
598530     MOVE ZERO TO CONTADOR-CONVITES-NOVOS
598540     MOVE ZERO TO CONTADOR-JA-CONVIDADOS
598550     MOVE ZERO TO CONTADOR-RECUSAS-CONVITE
598560     MOVE "C" TO ORIGEM-CONVITE
598570     MOVE "N" TO INDICADOR-FIM-PESSOAS
598580     MOVE ZEROS TO PESSOA-ID
598590     START ARQUIVO-PESSOAS KEY IS NOT LESS THAN PESSOA-ID
598600         INVALID KEY
598610             SET FIM-PESSOAS TO TRUE
598620     END-START
598630     PERFORM 4522-CONVIDAR-PESSOA-CATEGORIA
598640         THRU 4522-CONVIDAR-PESSOA-CATEGORIA-EXIT
598650         UNTIL FIM-PESSOAS
598660     CLOSE ARQUIVO-PESSOAS
598670     CLOSE ARQUIVO-CONVITES
598680     CLOSE ARQUIVO-CONSENTIMENTOS
598690     CLOSE ARQUIVO-EVENTOS
598700
598710     DISPLAY "Convites registrados: " CONTADOR-CONVITES-NOVOS
598720     DISPLAY "Já convidados antes: " CONTADOR-JA-CONVIDADOS
598730     DISPLAY "Retidos (recusam carta): " CONTADOR-RECUSAS-CONVITE.
598740 4520-CONVIDAR-CATEGORIA-EXIT.
598750     EXIT.
598760
598770 4522-CONVIDAR-PESSOA-CATEGORIA.
598780     READ ARQUIVO-PESSOAS NEXT RECORD
598790         AT END
598800             SET FIM-PESSOAS TO TRUE
598810             GO TO 4522-CONVIDAR-PESSOA-CATEGORIA-EXIT
598820     END-READ
598830     IF NOT TODAS-CARTAS
598840             AND CATEGORIA NOT = CATEGORIA-CARTA
598850         GO TO 4522-CONVIDAR-PESSOA-CATEGORIA-EXIT
598860     END-IF
598870     MOVE PESSOA-ID TO ID-CONVIDADO
598880     PERFORM 4524-GRAVAR-CONVITE
598890         THRU 4524-GRAVAR-CONVITE-EXIT.
598900 4522-CONVIDAR-PESSOA-CATEGORIA-EXIT.
598910     EXIT.
598920
598930*================================================================
598940* 4524-GRAVAR-CONVITE
598950* Grava o convite de ID-CONVIDADO para o encontro corrente, com
598960* resposta CONVIDADO e a origem de ORIGEM-CONVITE. convites.txt e
598970* consentimentos.txt ja estao abertos; quem recusou o canal CARTA
598980* ou ja foi convidado e apenas contado.
598990*================================================================
599000 4524-GRAVAR-CONVITE.
599010     MOVE ID-CONVIDADO TO ID-CONSENT-BUSCA
599020     MOVE "CARTA"      TO CANAL-CONSENT-BUSCA
599030     PERFORM 3870-VERIFICAR-CONSENTIMENTO
599040         THRU 3870-VERIFICAR-CONSENTIMENTO-EXIT
599050     IF CANAL-RECUSADO
599060         ADD 1 TO CONTADOR-RECUSAS-CONVITE
599070         GO TO 4524-GRAVAR-CONVITE-EXIT
599080     END-IF
599090     PERFORM 4532-LER-CONVITE
599100         THRU 4532-LER-CONVITE-EXIT
599110     IF CONVITE-ACHADO
599120         ADD 1 TO CONTADOR-JA-CONVIDADOS
599130         GO TO 4524-GRAVAR-CONVITE-EXIT
599140     END-IF
599150
599160     MOVE EVENTO-CODIGO  TO CONVITE-EVENTO
599170     MOVE ID-CONVIDADO   TO CONVITE-PESSOA-ID
599180     ACCEPT CONVITE-DATA FROM DATE YYYYMMDD
599190     MOVE ORIGEM-CONVITE TO CONVITE-ORIGEM
599200     SET RSVP-CONVIDADO TO TRUE
599210     MOVE ZERO TO CONVITE-DATA-RESPOSTA
599220     MOVE "N"  TO CONVITE-PRESENCA
599230     WRITE REGISTRO-CONVITE
599240         INVALID KEY
599250             DISPLAY "Erro ao gravar o convite do ID "
599260                 ID-CONVIDADO ": " STATUS-CONVITES
599270             GO TO 4524-GRAVAR-CONVITE-EXIT
599280     END-WRITE
599290     ADD 1 TO CONTADOR-CONVITES-NOVOS.
599300 4524-GRAVAR-CONVITE-EXIT.
599310     EXIT.
599320
599330*================================================================
599340* 4525-CONVIDAR-PESSOA
599350* Convida uma pessoa escolhida pelo ID. Pessoa arquivada nao pode
599360* ser convidada; quem recusou o canal CARTA tambem nao.
599370*================================================================
599380 4525-CONVIDAR-PESSOA.
599390     PERFORM 4507-ESCOLHER-EVENTO
599400         THRU 4507-ESCOLHER-EVENTO-EXIT
599410     IF NOT ENCONTRO-ACHADO
599420         GO TO 4525-CONVIDAR-PESSOA-EXIT
599430     END-IF
599440     DISPLAY "Informe o ID da pessoa: "
599450     ACCEPT ID-INFORMADO
599460     MOVE ID-INFORMADO TO ID-CONVIDADO
599470     PERFORM 4527-CONFERIR-CONVIDADO
599480         THRU 4527-CONFERIR-CONVIDADO-EXIT
599490     IF NOT PESSOA-EXISTE
599500         CLOSE ARQUIVO-EVENTOS
599510         GO TO 4525-CONVIDAR-PESSOA-EXIT
599520     END-IF
599530
599540     PERFORM 4506-ABRIR-CONVITES-IO
599550         THRU 4506-ABRIR-CONVITES-IO-EXIT
599560     PERFORM 3860-ABRIR-CONSENT-IO
599570         THRU 3860-ABRIR-CONSENT-IO-EXIT
599580     MOVE ZERO TO CONTADOR-CONVITES-NOVOS
599590     MOVE ZERO TO CONTADOR-JA-CONVIDADOS
599600     MOVE ZERO TO CONTADOR-RECUSAS-CONVITE
599610     MOVE "M" TO ORIGEM-CONVITE
599620     PERFORM 4524-GRAVAR-CONVITE
599630         THRU 4524-GRAVAR-CONVITE-EXIT
599640     CLOSE ARQUIVO-CONVITES
599650     CLOSE ARQUIVO-CONSENTIMENTOS
599660     CLOSE ARQUIVO-EVENTOS
599670
599680     EVALUATE TRUE
599690         WHEN CONTADOR-CONVITES-NOVOS > ZERO
599700             DISPLAY "Convite registrado com sucesso!"
599710         WHEN CONTADOR-JA-CONVIDADOS > ZERO
599720             DISPLAY "Pessoa já convidada para este encontro."
599730         WHEN CONTADOR-RECUSAS-CONVITE > ZERO
599740             DISPLAY "Pessoa recusa contato por carta; convite "
599750                 "não registrado."
599760     END-EVALUATE.
599770 4525-CONVIDAR-PESSOA-EXIT.
599780     EXIT.
599790
599800*================================================================
599810* 4527-CONFERIR-CONVIDADO
599820* Liga PESSOA-EXISTE quando ID-CONVIDADO esta no cadastro vivo; do
599830* contrario avisa se a pessoa esta arquivada ou nao existe.
599840*================================================================
599850 4527-CONFERIR-CONVIDADO.
599860     MOVE "N" TO INDICADOR-PESSOA-EXISTE
599870     OPEN INPUT ARQUIVO-PESSOAS
599880     MOVE ID-CONVIDADO TO PESSOA-ID
599890     READ ARQUIVO-PESSOAS
599900         INVALID KEY
599910             CONTINUE
599920         NOT INVALID KEY
599930             SET PESSOA-EXISTE TO TRUE
599940             DISPLAY "Pessoa: " NOME
599950     END-READ
599960     CLOSE ARQUIVO-PESSOAS
599970     IF PESSOA-EXISTE
599980         GO TO 4527-CONFERIR-CONVIDADO-EXIT
599990     END-IF
600000     PERFORM 3070-ABRIR-ARQUIVADAS-IO
600010         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
600020     MOVE ID-CONVIDADO TO ARQV-PESSOA-ID
600030     READ ARQUIVO-ARQUIVADAS
600040         INVALID KEY
600050             DISPLAY "Pessoa não encontrada."
600060         NOT INVALID KEY
600070             DISPLAY "Pessoa arquivada: fica fora dos encontros."
600080     END-READ
600090     CLOSE ARQUIVO-ARQUIVADAS.
600100 4527-CONFERIR-CONVIDADO-EXIT.
600110     EXIT.
600120
600130*================================================================
600140* 4530-REGISTRAR-RESPOSTA
600150* Registra a resposta do convidado (CONVIDADO, SIM, NAO ou
600160* TALVEZ). Com capacidade definida, um novo SIM so entra enquanto
600170* houver lugar entre os confirmados.
600180*================================================================
600190 4530-REGISTRAR-RESPOSTA.
600200     PERFORM 4507-ESCOLHER-EVENTO
600210         THRU 4507-ESCOLHER-EVENTO-EXIT
600220     IF NOT ENCONTRO-ACHADO
600230         GO TO 4530-REGISTRAR-RESPOSTA-EXIT
600240     END-IF
600250     DISPLAY "Informe o ID da pessoa: "
600260     ACCEPT ID-INFORMADO
600270     MOVE ID-INFORMADO TO ID-CONVIDADO
600280     PERFORM 4506-ABRIR-CONVITES-IO
600290         THRU 4506-ABRIR-CONVITES-IO-EXIT
600300     PERFORM 4532-LER-CONVITE
600310         THRU 4532-LER-CONVITE-EXIT
600320     IF NOT CONVITE-ACHADO
600330         DISPLAY "Pessoa não convidada para este encontro."
600340         CLOSE ARQUIVO-CONVITES
600350         CLOSE ARQUIVO-EVENTOS
600360         GO TO 4530-REGISTRAR-RESPOSTA-EXIT
600370     END-IF
600380     DISPLAY "Resposta atual: " CONVITE-RSVP
600390     MOVE SPACES TO RSVP-INPUT
600400     PERFORM 4533-OBTER-RSVP
600410         THRU 4533-OBTER-RSVP-EXIT
600420         UNTIL RSVP-VALIDA
600430
600440     IF RSVP-INPUT = "SIM"
600450             AND NOT RSVP-SIM
600460             AND EVENTO-CAPACIDADE > ZERO
600470         MOVE REGISTRO-CONVITE TO GUARDA-REGISTRO-CONVITE
600480         PERFORM 4534-CONTAR-CONFIRMADOS
600490             THRU 4534-CONTAR-CONFIRMADOS-EXIT
600500         MOVE GUARDA-REGISTRO-CONVITE TO REGISTRO-CONVITE
600510         IF CONTADOR-RSVP-SIM NOT < EVENTO-CAPACIDADE
600520             DISPLAY "Encontro lotado: " CONTADOR-RSVP-SIM
600530                 " confirmados para " EVENTO-CAPACIDADE
600540                 " lugares. Resposta mantida."
600550             CLOSE ARQUIVO-CONVITES
600560             CLOSE ARQUIVO-EVENTOS
600570             GO TO 4530-REGISTRAR-RESPOSTA-EXIT
600580         END-IF
600590     END-IF
600600
600610     MOVE RSVP-INPUT TO CONVITE-RSVP
600620     ACCEPT CONVITE-DATA-RESPOSTA FROM DATE YYYYMMDD
600630     REWRITE REGISTRO-CONVITE
600640         INVALID KEY
600650             DISPLAY "Erro ao regravar o convite: "
600651                 STATUS-CONVITES
600660     END-REWRITE
600670     CLOSE ARQUIVO-CONVITES
600680     CLOSE ARQUIVO-EVENTOS
600690     DISPLAY "Resposta registrada: " CONVITE-RSVP.
600700 4530-REGISTRAR-RESPOSTA-EXIT.
600710     EXIT.
600720
600730*================================================================
600740* 4532-LER-CONVITE
600750* Le em convites.txt (ja aberto) o convite de ID-CONVIDADO para o
600760* encontro corrente e liga CONVITE-ACHADO quando ele existe.
600770*================================================================
600780 4532-LER-CONVITE.
600790     MOVE "N" TO INDICADOR-CONVITE-ACHADO
600800     MOVE EVENTO-CODIGO TO CONVITE-EVENTO
600810     MOVE ID-CONVIDADO  TO CONVITE-PESSOA-ID
600820     READ ARQUIVO-CONVITES
600830         INVALID KEY
600840             CONTINUE
600850         NOT INVALID KEY
600860             SET CONVITE-ACHADO TO TRUE
600870     END-READ.
600880 4532-LER-CONVITE-EXIT.
600890     EXIT.
600900
600910 4533-OBTER-RSVP.
600920     DISPLAY "Resposta (CONVIDADO/SIM/NAO/TALVEZ): "
600930     ACCEPT RSVP-INPUT
600940     INSPECT RSVP-INPUT CONVERTING
600950         "abcdefghijklmnopqrstuvwxyz"
600960         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
600970     IF NOT RSVP-VALIDA
600980         DISPLAY "Resposta inválida: use CONVIDADO, SIM, NAO "
600990             "ou TALVEZ."
601000     END-IF.
601010 4533-OBTER-RSVP-EXIT.
601020     EXIT.
601030
601040*================================================================
601050* 4534-CONTAR-CONFIRMADOS
601060* Conta em CONTADOR-RSVP-SIM os convites do encontro corrente com
601070* resposta SIM (convites.txt ja aberto).
601080*================================================================
601090 4534-CONTAR-CONFIRMADOS.
601100     MOVE ZERO TO CONTADOR-RSVP-SIM
601110     PERFORM 4551-POSICIONAR-CONVITES
601120         THRU 4551-POSICIONAR-CONVITES-EXIT
601130     PERFORM 4535-CONTAR-UM-CONFIRMADO
601140         THRU 4535-CONTAR-UM-CONFIRMADO-EXIT
601150         UNTIL FIM-CONVITES.
601160 4534-CONTAR-CONFIRMADOS-EXIT.
601170     EXIT.
601180
601190 4535-CONTAR-UM-CONFIRMADO.
601200     READ ARQUIVO-CONVITES NEXT RECORD
601210         AT END
601220             SET FIM-CONVITES TO TRUE
601230             GO TO 4535-CONTAR-UM-CONFIRMADO-EXIT
601240     END-READ
601250     IF CONVITE-EVENTO NOT = EVENTO-CODIGO
601260         SET FIM-CONVITES TO TRUE
601270         GO TO 4535-CONTAR-UM-CONFIRMADO-EXIT
601280     END-IF
601290     IF RSVP-SIM
601300         ADD 1 TO CONTADOR-RSVP-SIM
601310     END-IF.
601320 4535-CONTAR-UM-CONFIRMADO-EXIT.
601330     EXIT.
601340
601350*================================================================
601360* 4540-REGISTRAR-PRESENCA
601370* Marca o convidado como presente e grava em contatos.txt o
601380* contato ENCONTROU na data do encontro, recalculando o resumo de
601390* atividade da pessoa. A presenca so pode ser marcada uma vez.
601400*================================================================
601410 4540-REGISTRAR-PRESENCA.
601420     PERFORM 4507-ESCOLHER-EVENTO
601430         THRU 4507-ESCOLHER-EVENTO-EXIT
601440     IF NOT ENCONTRO-ACHADO
601450         GO TO 4540-REGISTRAR-PRESENCA-EXIT
601460     END-IF
601470     DISPLAY "Informe o ID da pessoa: "
601480     ACCEPT ID-INFORMADO
601490     MOVE ID-INFORMADO TO ID-CONVIDADO
601500     PERFORM 4506-ABRIR-CONVITES-IO
601510         THRU 4506-ABRIR-CONVITES-IO-EXIT
601520     PERFORM 4532-LER-CONVITE
601530         THRU 4532-LER-CONVITE-EXIT
601540     IF NOT CONVITE-ACHADO
601550         DISPLAY "Pessoa não convidada para este encontro."
601560         CLOSE ARQUIVO-CONVITES
601570         CLOSE ARQUIVO-EVENTOS
601580         GO TO 4540-REGISTRAR-PRESENCA-EXIT
601590     END-IF
601600     IF CONVIDADO-PRESENTE
601610         DISPLAY "Presença já registrada neste encontro."
601620         CLOSE ARQUIVO-CONVITES
601630         CLOSE ARQUIVO-EVENTOS
601640         GO TO 4540-REGISTRAR-PRESENCA-EXIT
601650     END-IF
601660     PERFORM 4527-CONFERIR-CONVIDADO
601670         THRU 4527-CONFERIR-CONVIDADO-EXIT
601680     IF NOT PESSOA-EXISTE
601690         CLOSE ARQUIVO-CONVITES
601700         CLOSE ARQUIVO-EVENTOS
601710         GO TO 4540-REGISTRAR-PRESENCA-EXIT
601720     END-IF
601730
601740     MOVE "S" TO CONVITE-PRESENCA
601750     REWRITE REGISTRO-CONVITE
601760         INVALID KEY
601770             DISPLAY "Erro ao regravar o convite: "
601771                 STATUS-CONVITES
601780             CLOSE ARQUIVO-CONVITES
601790             CLOSE ARQUIVO-EVENTOS
601800             GO TO 4540-REGISTRAR-PRESENCA-EXIT
601810     END-REWRITE
601820     CLOSE ARQUIVO-CONVITES
601830     PERFORM 4542-GRAVAR-CONTATO-EVENTO
601840         THRU 4542-GRAVAR-CONTATO-EVENTO-EXIT
601850     CLOSE ARQUIVO-EVENTOS
601860     DISPLAY "Presença registrada; contato ENCONTROU gravado.".
601870 4540-REGISTRAR-PRESENCA-EXIT.
601880     EXIT.
601890
601900 4542-GRAVAR-CONTATO-EVENTO.
601910     MOVE SPACES TO NOTA-CONTATO-EVENTO
601920     STRING "Encontro "    DELIMITED BY SIZE
601930             EVENTO-CODIGO DELIMITED BY SPACE
601940             " - "         DELIMITED BY SIZE
601950             EVENTO-NOME   DELIMITED BY SIZE
601960         INTO NOTA-CONTATO-EVENTO
601970     MOVE ID-CONVIDADO TO ID-INFORMADO
601980     MOVE EVENTO-DATA  TO DATA-CONVERTIDA-NUM
601990
602000     PERFORM 3360-ABRIR-CONTATOS-IO
602010         THRU 3360-ABRIR-CONTATOS-IO-EXIT
602020     PERFORM 3330-OBTER-SEQUENCIA-CONTATO
602030         THRU 3330-OBTER-SEQUENCIA-CONTATO-EXIT
602040     MOVE ID-INFORMADO            TO CONTATO-PESSOA-ID
602050     MOVE DATA-CONVERTIDA-NUM     TO CONTATO-DATA-NUM
602060     MOVE SEQUENCIA-LIVRE-CONTATO TO CONTATO-SEQUENCIA
602070     MOVE "ENCONTROU"             TO CONTATO-TIPO
602080     MOVE NOTA-CONTATO-EVENTO     TO CONTATO-NOTA
602090     WRITE REGISTRO-CONTATO
602100         INVALID KEY
602110             DISPLAY "Erro ao gravar o contato do encontro."
602120     END-WRITE
602130     CLOSE ARQUIVO-CONTATOS
602140     MOVE ID-INFORMADO TO ID-ATIVIDADE
602150     PERFORM 4200-RECALCULAR-ATIVIDADE
602160         THRU 4200-RECALCULAR-ATIVIDADE-EXIT.
602170 4542-GRAVAR-CONTATO-EVENTO-EXIT.
602180     EXIT.
602190
602200*================================================================
602210* 4550-RELATORIO-EVENTO
602220* Grava em evento.lst a lista de convidados do encontro com a
602230* resposta e a presenca de cada um, as contagens (convidados,
602240* respostas, presentes, capacidade e vagas) e a lista de quem
602250* confirmou e nao compareceu. Antes da data do encontro a lista
602260* de faltosos nao e emitida.
602270*================================================================
602280 4550-RELATORIO-EVENTO.
602290     PERFORM 4507-ESCOLHER-EVENTO
602300         THRU 4507-ESCOLHER-EVENTO-EXIT
602310     IF NOT ENCONTRO-ACHADO
602320         GO TO 4550-RELATORIO-EVENTO-EXIT
602330     END-IF
602340     OPEN INPUT ARQUIVO-CONVITES
602350     IF STATUS-CONVITES NOT = "00"
602360         DISPLAY "Nenhum convite registrado (convites.txt)."
602370         CLOSE ARQUIVO-EVENTOS
602380         GO TO 4550-RELATORIO-EVENTO-EXIT
602390     END-IF
602400     OPEN OUTPUT ARQUIVO-REL-EVENTO
602410     IF STATUS-REL-EVENTO NOT = "00"
602420         DISPLAY "Erro ao abrir evento.lst: " STATUS-REL-EVENTO
602430         CLOSE ARQUIVO-CONVITES
602440         CLOSE ARQUIVO-EVENTOS
602450         GO TO 4550-RELATORIO-EVENTO-EXIT
602460     END-IF
602470     OPEN INPUT ARQUIVO-PESSOAS
602480     PERFORM 3070-ABRIR-ARQUIVADAS-IO
602490         THRU 3070-ABRIR-ARQUIVADAS-IO-EXIT
602500
602510     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
602520     MOVE SPACES TO DATA-EMISSAO-FORMATADA
602530     STRING DIA-EMISSAO-RELATORIO DELIMITED BY SIZE
602540             "/"                  DELIMITED BY SIZE
602550             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
602560             "/"                  DELIMITED BY SIZE
602570             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
602580         INTO DATA-EMISSAO-FORMATADA
602590     MOVE SPACES TO REGISTRO-REL-EVENTO
602600     STRING "Encontro " DELIMITED BY SIZE
602610             EVENTO-CODIGO DELIMITED BY SPACE
602620             " - "         DELIMITED BY SIZE
602630             EVENTO-NOME   DELIMITED BY SIZE
602640         INTO REGISTRO-REL-EVENTO
602650     WRITE REGISTRO-REL-EVENTO
602660     MOVE SPACES TO REGISTRO-REL-EVENTO
602670     STRING "Data " DELIMITED BY SIZE
602680             EVENTO-DATA-FORMATADA DELIMITED BY SIZE
602690             "  Local " DELIMITED BY SIZE
602700             EVENTO-LOCAL DELIMITED BY SIZE
602710         INTO REGISTRO-REL-EVENTO
602720     WRITE REGISTRO-REL-EVENTO
602730     MOVE SPACES TO REGISTRO-REL-EVENTO
602740     STRING "Emissao " DELIMITED BY SIZE
602750             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
602760         INTO REGISTRO-REL-EVENTO
602770     WRITE REGISTRO-REL-EVENTO
602780     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REL-EVENTO
602790     WRITE REGISTRO-REL-EVENTO
602800     MOVE CABECALHO-CONVIDADO TO REGISTRO-REL-EVENTO
602810     WRITE REGISTRO-REL-EVENTO
602820     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REL-EVENTO
602830     WRITE REGISTRO-REL-EVENTO
602840
602850     MOVE ZERO TO CONTADOR-CONVIDADOS
602860     MOVE ZERO TO CONTADOR-RSVP-PENDENTE
602870     MOVE ZERO TO CONTADOR-RSVP-SIM
602880     MOVE ZERO TO CONTADOR-RSVP-NAO
602890     MOVE ZERO TO CONTADOR-RSVP-TALVEZ
602900     MOVE ZERO TO CONTADOR-PRESENTES
602910     MOVE ZERO TO CONTADOR-FALTOSOS
602920     MOVE "N" TO INDICADOR-LISTA-FALTOSOS
602930     PERFORM 4551-POSICIONAR-CONVITES
602940         THRU 4551-POSICIONAR-CONVITES-EXIT
602950     PERFORM 4552-LISTAR-CONVIDADO
602960         THRU 4552-LISTAR-CONVIDADO-EXIT
602970         UNTIL FIM-CONVITES
602980
602990     MOVE ZERO TO VAGAS-EVENTO
603000     IF EVENTO-CAPACIDADE > CONTADOR-RSVP-SIM
603010         COMPUTE VAGAS-EVENTO =
603020             EVENTO-CAPACIDADE - CONTADOR-RSVP-SIM
603030     END-IF
603040     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REL-EVENTO
603050     WRITE REGISTRO-REL-EVENTO
603060     MOVE "Convidados.............:" TO CNT-LIN-ROTULO
603070     MOVE CONTADOR-CONVIDADOS TO CNT-LIN-VALOR
603080     PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603090         THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603100     MOVE "Sem resposta...........:" TO CNT-LIN-ROTULO
603110     MOVE CONTADOR-RSVP-PENDENTE TO CNT-LIN-VALOR
603120     PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603130         THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603140     MOVE "Confirmaram (SIM)......:" TO CNT-LIN-ROTULO
603150     MOVE CONTADOR-RSVP-SIM TO CNT-LIN-VALOR
603160     PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603170         THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603180     MOVE "Recusaram (NAO)........:" TO CNT-LIN-ROTULO
603190     MOVE CONTADOR-RSVP-NAO TO CNT-LIN-VALOR
603200     PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603210         THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603220     MOVE "Talvez.................:" TO CNT-LIN-ROTULO
603230     MOVE CONTADOR-RSVP-TALVEZ TO CNT-LIN-VALOR
603240     PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603250         THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603260     MOVE "Compareceram...........:" TO CNT-LIN-ROTULO
603270     MOVE CONTADOR-PRESENTES TO CNT-LIN-VALOR
603280     PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603290         THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603300     IF EVENTO-CAPACIDADE = ZERO
603310         MOVE "Capacidade.............: sem limite"
603320             TO REGISTRO-REL-EVENTO
603330         WRITE REGISTRO-REL-EVENTO
603340     ELSE
603350         MOVE "Capacidade.............:" TO CNT-LIN-ROTULO
603360         MOVE EVENTO-CAPACIDADE TO CNT-LIN-VALOR
603370         PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603380             THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603390         MOVE "Vagas (pelos SIM)......:" TO CNT-LIN-ROTULO
603400         MOVE VAGAS-EVENTO TO CNT-LIN-VALOR
603410         PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603420             THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603430     END-IF
603440
603450     MOVE SPACES TO REGISTRO-REL-EVENTO
603460     WRITE REGISTRO-REL-EVENTO
603470     MOVE "Confirmaram (SIM) e nao compareceram:"
603480         TO REGISTRO-REL-EVENTO
603490     WRITE REGISTRO-REL-EVENTO
603500     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REL-EVENTO
603510     WRITE REGISTRO-REL-EVENTO
603520     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
603530     IF EVENTO-DATA > DATA-DE-HOJE
603540         MOVE "(encontro ainda nao realizado)"
603550             TO REGISTRO-REL-EVENTO
603560         WRITE REGISTRO-REL-EVENTO
603570     ELSE
603580         SET LISTANDO-FALTOSOS TO TRUE
603590         PERFORM 4551-POSICIONAR-CONVITES
603600             THRU 4551-POSICIONAR-CONVITES-EXIT
603610         PERFORM 4552-LISTAR-CONVIDADO
603620             THRU 4552-LISTAR-CONVIDADO-EXIT
603630             UNTIL FIM-CONVITES
603640         IF CONTADOR-FALTOSOS = ZERO
603650             MOVE "(nenhum)" TO REGISTRO-REL-EVENTO
603660             WRITE REGISTRO-REL-EVENTO
603670         END-IF
603680         MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-REL-EVENTO
603690         WRITE REGISTRO-REL-EVENTO
603700         MOVE "Nao compareceram.......:" TO CNT-LIN-ROTULO
603710         MOVE CONTADOR-FALTOSOS TO CNT-LIN-VALOR
603720         PERFORM 4555-GRAVAR-CONTAGEM-EVENTO
603730             THRU 4555-GRAVAR-CONTAGEM-EVENTO-EXIT
603740     END-IF
603750
603760     CLOSE ARQUIVO-ARQUIVADAS
603770     CLOSE ARQUIVO-PESSOAS
603780     CLOSE ARQUIVO-REL-EVENTO
603790     CLOSE ARQUIVO-CONVITES
603800     CLOSE ARQUIVO-EVENTOS
603810
603820     DISPLAY "Convidados: " CONTADOR-CONVIDADOS
603830         "  SIM: " CONTADOR-RSVP-SIM
603840         "  NAO: " CONTADOR-RSVP-NAO
603850         "  TALVEZ: " CONTADOR-RSVP-TALVEZ
603860     DISPLAY "Compareceram: " CONTADOR-PRESENTES
603870         "  Confirmaram e faltaram: " CONTADOR-FALTOSOS
603880     DISPLAY "Relatório gerado: evento.lst".
603890 4550-RELATORIO-EVENTO-EXIT.
603900     EXIT.
603910
603920*================================================================
603930* 4551-POSICIONAR-CONVITES
603940* Posiciona convites.txt (ja aberto) no primeiro convite do
603950* encontro corrente para a leitura sequencial.
603960*================================================================
603970 4551-POSICIONAR-CONVITES.
603980     MOVE "N" TO INDICADOR-FIM-CONVITES
603990     MOVE EVENTO-CODIGO TO CONVITE-EVENTO
604000     MOVE ZEROS TO CONVITE-PESSOA-ID
604010     START ARQUIVO-CONVITES KEY IS NOT LESS THAN CONVITE-CHAVE
604020         INVALID KEY
604030             SET FIM-CONVITES TO TRUE
604040     END-START.
604050 4551-POSICIONAR-CONVITES-EXIT.
604060     EXIT.
604070
604080*================================================================
604090* 4552-LISTAR-CONVIDADO
604100* Le o proximo convite do encontro e grava a linha dele em
604110* evento.lst. Na primeira passada conta tudo; com
604120* LISTANDO-FALTOSOS so sai quem respondeu SIM e nao compareceu.
604130*================================================================
604140 4552-LISTAR-CONVIDADO.
604150     READ ARQUIVO-CONVITES NEXT RECORD
604160         AT END
604170             SET FIM-CONVITES TO TRUE
604180             GO TO 4552-LISTAR-CONVIDADO-EXIT
604190     END-READ
604200     IF CONVITE-EVENTO NOT = EVENTO-CODIGO
604210         SET FIM-CONVITES TO TRUE
604220         GO TO 4552-LISTAR-CONVIDADO-EXIT
604230     END-IF
604240     IF LISTANDO-FALTOSOS
604250         IF NOT RSVP-SIM
604260                 OR CONVIDADO-PRESENTE
604270             GO TO 4552-LISTAR-CONVIDADO-EXIT
604280         END-IF
604290         ADD 1 TO CONTADOR-FALTOSOS
604300     ELSE
604310         ADD 1 TO CONTADOR-CONVIDADOS
604320         EVALUATE TRUE
604330             WHEN RSVP-SIM
604340                 ADD 1 TO CONTADOR-RSVP-SIM
604350             WHEN RSVP-NAO
604360                 ADD 1 TO CONTADOR-RSVP-NAO
604370             WHEN RSVP-TALVEZ
604380                 ADD 1 TO CONTADOR-RSVP-TALVEZ
604390             WHEN OTHER
604400                 ADD 1 TO CONTADOR-RSVP-PENDENTE
604410         END-EVALUATE
604420         IF CONVIDADO-PRESENTE
604430             ADD 1 TO CONTADOR-PRESENTES
604440         END-IF
604450     END-IF
604460
604470     MOVE CONVITE-PESSOA-ID TO ID-RESPONSAVEL
604480     PERFORM 4324-LOCALIZAR-PESSOA-CARTEIRA
604490         THRU 4324-LOCALIZAR-PESSOA-CARTEIRA-EXIT
604500     MOVE SPACES TO LINHA-CONVIDADO
604510     MOVE CONVITE-PESSOA-ID TO CNV-LIN-ID
604520     MOVE NOME              TO CNV-LIN-NOME
604530     MOVE CONVITE-RSVP      TO CNV-LIN-RSVP
604540     IF CONVIDADO-PRESENTE
604550         MOVE "SIM" TO CNV-LIN-PRESENCA
604560     ELSE
604570         MOVE "NAO" TO CNV-LIN-PRESENCA
604580     END-IF
604590     MOVE SITUACAO-PESSOA-CARTEIRA TO CNV-LIN-SITUACAO
604600     MOVE LINHA-CONVIDADO TO REGISTRO-REL-EVENTO
604610     WRITE REGISTRO-REL-EVENTO.
604620 4552-LISTAR-CONVIDADO-EXIT.
604630     EXIT.
604640
604650 4555-GRAVAR-CONTAGEM-EVENTO.
604660     MOVE LINHA-CONTAGEM-EVENTO TO REGISTRO-REL-EVENTO
604670     WRITE REGISTRO-REL-EVENTO.
604680 4555-GRAVAR-CONTAGEM-EVENTO-EXIT.
604690     EXIT.
604700
604710*================================================================
604720* 4560-CARTAS-CONVITE
604730* Gera as cartas-convite do encontro pela mala direta (8320), com
604740* o codigo do encontro como campanha: so recebe carta quem tem
604750* convite e nao respondeu NAO, e quem ja recebeu a carta deste
604760* encontro e suprimido. O modelo pode usar tambem os marcadores
604770* <EVENTO>, <DATAEVENTO> e <LOCAL>.
604780*================================================================
604790 4560-CARTAS-CONVITE.
604800     PERFORM 4507-ESCOLHER-EVENTO
604810         THRU 4507-ESCOLHER-EVENTO-EXIT
604820     IF NOT ENCONTRO-ACHADO
604830         GO TO 4560-CARTAS-CONVITE-EXIT
604840     END-IF
604850     OPEN INPUT ARQUIVO-CONVITES
604860     IF STATUS-CONVITES NOT = "00"
604870         DISPLAY "Nenhum convite registrado (convites.txt)."
604880         CLOSE ARQUIVO-EVENTOS
604890         GO TO 4560-CARTAS-CONVITE-EXIT
604900     END-IF
604910
604920     SET CARTAS-DE-EVENTO TO TRUE
604930     SET TODAS-CARTAS TO TRUE
604940     MOVE EVENTO-CODIGO TO CODIGO-CAMPANHA
604950     MOVE ZERO TO MESES-SUPRESSAO
604960     PERFORM 8320-EXECUTAR-CARTAS
604970         THRU 8320-EXECUTAR-CARTAS-EXIT
604980     MOVE "N" TO INDICADOR-CARTAS-EVENTO
604990     CLOSE ARQUIVO-CONVITES
605000     CLOSE ARQUIVO-EVENTOS.
605010 4560-CARTAS-CONVITE-EXIT.
605020     EXIT.
605030
605040*================================================================
605050* 4565-CONFERIR-CONVITE-CARTA
605060* Chamado pela mala direta (8335) nas cartas-convite: liga
605070* FORA-DO-EVENTO quando a pessoa corrente de REGISTRO-PESSOA nao
605080* tem convite para o encontro ou respondeu NAO.
605090*================================================================
605100 4565-CONFERIR-CONVITE-CARTA.
605110     MOVE "N" TO INDICADOR-FORA-DO-EVENTO
605120     MOVE PESSOA-ID TO ID-CONVIDADO
605130     PERFORM 4532-LER-CONVITE
605140         THRU 4532-LER-CONVITE-EXIT
605150     IF NOT CONVITE-ACHADO
605160             OR RSVP-NAO
605170         SET FORA-DO-EVENTO TO TRUE
605180     END-IF.
605190 4565-CONFERIR-CONVITE-CARTA-EXIT.
605200     EXIT.
605210
605220*================================================================
605230* 4567-MARCADORES-EVENTO
605240* Troca na linha da carta-convite os marcadores <EVENTO>,
605250* <DATAEVENTO> e <LOCAL> pelos dados do encontro corrente.
605260*================================================================
605270 4567-MARCADORES-EVENTO.
605280     MOVE "<EVENTO>" TO MARCADOR-CARTA
605290     MOVE 8 TO TAMANHO-MARCADOR
605300     MOVE EVENTO-NOME TO CAMPO-PARA-TRIMAR
605310     PERFORM 9220-TRIM-CAMPO
605320         THRU 9220-TRIM-CAMPO-EXIT
605330     IF TAMANHO-TRIMADO = ZERO
605340         MOVE SPACE TO VALOR-CARTA
605350         MOVE 1 TO TAMANHO-VALOR-CARTA
605360     ELSE
605370         MOVE EVENTO-NOME TO VALOR-CARTA
605380         MOVE TAMANHO-TRIMADO TO TAMANHO-VALOR-CARTA
605390     END-IF
605400     PERFORM 8360-SUBSTITUIR-MARCADOR
605410         THRU 8360-SUBSTITUIR-MARCADOR-EXIT
605420
605430     MOVE "<DATAEVENTO>" TO MARCADOR-CARTA
605440     MOVE 12 TO TAMANHO-MARCADOR
605450     MOVE EVENTO-DATA-FORMATADA TO VALOR-CARTA
605460     MOVE 10 TO TAMANHO-VALOR-CARTA
605470     PERFORM 8360-SUBSTITUIR-MARCADOR
605480         THRU 8360-SUBSTITUIR-MARCADOR-EXIT
605490
605500     MOVE "<LOCAL>" TO MARCADOR-CARTA
605510     MOVE 7 TO TAMANHO-MARCADOR
605520     MOVE EVENTO-LOCAL TO CAMPO-PARA-TRIMAR
605530     PERFORM 9220-TRIM-CAMPO
605540         THRU 9220-TRIM-CAMPO-EXIT
605550     IF TAMANHO-TRIMADO = ZERO
605560         MOVE SPACE TO VALOR-CARTA
605570         MOVE 1 TO TAMANHO-VALOR-CARTA
605580     ELSE
605590         MOVE EVENTO-LOCAL TO VALOR-CARTA
605600         MOVE TAMANHO-TRIMADO TO TAMANHO-VALOR-CARTA
605610     END-IF
605620     PERFORM 8360-SUBSTITUIR-MARCADOR
605630         THRU 8360-SUBSTITUIR-MARCADOR-EXIT.
605640 4567-MARCADORES-EVENTO-EXIT.
605650     EXIT.
605660
605670*================================================================
605680* 4570-EXCLUIR-CONVITES
605690* Na exclusao definitiva (6200), os convites da pessoa
605700* ID-FILHOS-ALVO saem de convites.txt, contados em
605705* CONTADOR-CONVITES-FILHOS.
605710*================================================================
605720 4570-EXCLUIR-CONVITES.
605730     PERFORM 4506-ABRIR-CONVITES-IO
605740         THRU 4506-ABRIR-CONVITES-IO-EXIT
605745     MOVE ZERO TO CONTADOR-CONVITES-FILHOS
605750     SET FILHO-PENDENTE TO TRUE
605760     PERFORM 4571-EXCLUIR-UM-CONVITE
605770         THRU 4571-EXCLUIR-UM-CONVITE-EXIT
605780         UNTIL NOT FILHO-PENDENTE
605790     CLOSE ARQUIVO-CONVITES.
605800 4570-EXCLUIR-CONVITES-EXIT.
605810     EXIT.
605820
605830 4571-EXCLUIR-UM-CONVITE.
605840     MOVE "N" TO INDICADOR-FILHO-PENDENTE
605850     MOVE ID-FILHOS-ALVO TO CONVITE-PESSOA-ID
605860     START ARQUIVO-CONVITES KEY IS EQUAL TO CONVITE-PESSOA-ID
605870         INVALID KEY
605880             GO TO 4571-EXCLUIR-UM-CONVITE-EXIT
605890     END-START
605900     READ ARQUIVO-CONVITES NEXT RECORD
605910         AT END
605920             GO TO 4571-EXCLUIR-UM-CONVITE-EXIT
605930     END-READ
605940     IF CONVITE-PESSOA-ID NOT = ID-FILHOS-ALVO
605950         GO TO 4571-EXCLUIR-UM-CONVITE-EXIT
605960     END-IF
605970     DELETE ARQUIVO-CONVITES
605980         INVALID KEY
605990             DISPLAY "Erro ao excluir convite do ID "
606000                 ID-FILHOS-ALVO
606010             GO TO 4571-EXCLUIR-UM-CONVITE-EXIT
606020     END-DELETE
606025     ADD 1 TO CONTADOR-CONVITES-FILHOS
606030     SET FILHO-PENDENTE TO TRUE.
606040 4571-EXCLUIR-UM-CONVITE-EXIT.
606050     EXIT.
606060
606070*================================================================
606080* 4575-UNIFICAR-CONVITES
606090* Na unificacao (6100), os convites do perdedor passam para o
606100* sobrevivente. Quando os dois foram convidados para o mesmo
606110* encontro fica o convite do sobrevivente, marcado como presente
606120* se o perdedor compareceu.
606130*================================================================
606140 4575-UNIFICAR-CONVITES.
606150     PERFORM 4506-ABRIR-CONVITES-IO
606160         THRU 4506-ABRIR-CONVITES-IO-EXIT
606170     SET MERGE-PENDENTE TO TRUE
606180     PERFORM 4576-MOVER-UM-CONVITE
606190         THRU 4576-MOVER-UM-CONVITE-EXIT
606200         UNTIL NOT MERGE-PENDENTE
606210     CLOSE ARQUIVO-CONVITES.
606220 4575-UNIFICAR-CONVITES-EXIT.
606230     EXIT.
606240
606250 4576-MOVER-UM-CONVITE.
606260     MOVE "N" TO INDICADOR-MERGE-PENDENTE
606270     MOVE ID-PERDEDOR TO CONVITE-PESSOA-ID
606280     START ARQUIVO-CONVITES KEY IS EQUAL TO CONVITE-PESSOA-ID
606290         INVALID KEY
606300             GO TO 4576-MOVER-UM-CONVITE-EXIT
606310     END-START
606320     READ ARQUIVO-CONVITES NEXT RECORD
606330         AT END
606340             GO TO 4576-MOVER-UM-CONVITE-EXIT
606350     END-READ
606360     IF CONVITE-PESSOA-ID NOT = ID-PERDEDOR
606370         GO TO 4576-MOVER-UM-CONVITE-EXIT
606380     END-IF
606390
606400     MOVE REGISTRO-CONVITE TO GUARDA-REGISTRO-CONVITE
606410     DELETE ARQUIVO-CONVITES
606420         INVALID KEY
606430             DISPLAY "Erro ao retirar convite do ID " ID-PERDEDOR
606440             GO TO 4576-MOVER-UM-CONVITE-EXIT
606450     END-DELETE
606460     SET MERGE-PENDENTE TO TRUE
606470
606480     MOVE GUARDA-REGISTRO-CONVITE TO REGISTRO-CONVITE
606490     MOVE ID-SOBREVIVENTE TO CONVITE-PESSOA-ID
606500     READ ARQUIVO-CONVITES
606510         INVALID KEY
606520             MOVE GUARDA-REGISTRO-CONVITE TO REGISTRO-CONVITE
606530             MOVE ID-SOBREVIVENTE TO CONVITE-PESSOA-ID
606540             WRITE REGISTRO-CONVITE
606550                 INVALID KEY
606560                     DISPLAY "Erro ao regravar convite no ID "
606570                         ID-SOBREVIVENTE
606580             END-WRITE
606590             GO TO 4576-MOVER-UM-CONVITE-EXIT
606600     END-READ
606610     IF GUARDA-CONVITE-PRESENCA = "S"
606620             AND NOT CONVIDADO-PRESENTE
606630         MOVE "S" TO CONVITE-PRESENCA
606640         REWRITE REGISTRO-CONVITE
606650             INVALID KEY
606660                 DISPLAY "Erro ao regravar convite no ID "
606670                     ID-SOBREVIVENTE
606680         END-REWRITE
606690     END-IF.
606700 4576-MOVER-UM-CONVITE-EXIT.
606710     EXIT.
606720
606730*================================================================
606740* 4580-VERIFICAR-CONV-ORFAOS
606750* Parte de 6400 para convites.txt: grava em orfaos.lst os
606760* convites cujo PESSOA-ID nao esta no cadastro vivo nem no
606770* arquivo morto.
606780*================================================================
606790 4580-VERIFICAR-CONV-ORFAOS.
606800     MOVE ZERO TO CONTADOR-ORFAOS-CONVITE
606810     MOVE ZERO TO ID-ORFAO-CORRENTE
606820     MOVE "N" TO INDICADOR-PESSOA-EXISTE
606830     PERFORM 4506-ABRIR-CONVITES-IO
606840         THRU 4506-ABRIR-CONVITES-IO-EXIT
606850     MOVE "N" TO INDICADOR-FIM-CONVITES
606860     MOVE SPACES TO CONVITE-EVENTO
606870     MOVE ZEROS TO CONVITE-PESSOA-ID
606880     START ARQUIVO-CONVITES KEY IS NOT LESS THAN CONVITE-CHAVE
606890         INVALID KEY
606900             SET FIM-CONVITES TO TRUE
606910     END-START
606920     PERFORM 4585-VERIFICAR-CONV-ORFAO
606930         THRU 4585-VERIFICAR-CONV-ORFAO-EXIT
606940         UNTIL FIM-CONVITES
606950     CLOSE ARQUIVO-CONVITES.
606960 4580-VERIFICAR-CONV-ORFAOS-EXIT.
606970     EXIT.
606980
606990 4585-VERIFICAR-CONV-ORFAO.
607000     READ ARQUIVO-CONVITES NEXT RECORD
607010         AT END
607020             SET FIM-CONVITES TO TRUE
607030         NOT AT END
607040             MOVE CONVITE-PESSOA-ID TO ID-ORFAO-CORRENTE
607050             PERFORM 6440-LOCALIZAR-PESSOA-VIVA-MORTA
607060                 THRU 6440-LOCALIZAR-PESSOA-VIVA-MORTA-EXIT
607070             IF NOT PESSOA-EXISTE
607080                 ADD 1 TO CONTADOR-ORFAOS-CONVITE
607090                 MOVE SPACES TO REGISTRO-ORFAO
607100                 STRING "ID "              DELIMITED BY SIZE
607110                         CONVITE-PESSOA-ID DELIMITED BY SIZE
607120                         " convite "       DELIMITED BY SIZE
607130                         CONVITE-EVENTO    DELIMITED BY SIZE
607140                         " "               DELIMITED BY SIZE
607150                         CONVITE-RSVP      DELIMITED BY SIZE
607160                     INTO REGISTRO-ORFAO
607170                 WRITE REGISTRO-ORFAO
607180             END-IF
607190     END-READ.
607200 4585-VERIFICAR-CONV-ORFAO-EXIT.
607210     EXIT.
607220
607230*================================================================
607240* 4590-ESQUECER-CONVITES
607250* Parte do esquecimento (3900): os convites so tem o codigo do
607260* encontro, a resposta e a presenca, sem texto pessoal; ficam
607270* como estao e entram no certificado como conferidos.
607280*================================================================
607290 4590-ESQUECER-CONVITES.
607300     MOVE ZERO TO CONTADOR-ESQ-ARQUIVO
607310     PERFORM 4506-ABRIR-CONVITES-IO
607320         THRU 4506-ABRIR-CONVITES-IO-EXIT
607330     MOVE "N" TO INDICADOR-FIM-CONVITES
607340     MOVE ID-ESQUECER TO CONVITE-PESSOA-ID
607350     START ARQUIVO-CONVITES KEY IS EQUAL TO CONVITE-PESSOA-ID
607360         INVALID KEY
607370             SET FIM-CONVITES TO TRUE
607380     END-START
607390     PERFORM 4591-CONTAR-CONVITE-ESQUECER
607400         THRU 4591-CONTAR-CONVITE-ESQUECER-EXIT
607410         UNTIL FIM-CONVITES
607420     CLOSE ARQUIVO-CONVITES
607430     MOVE "convites.txt" TO CERT-LIN-ARQUIVO
607440     MOVE "mantidos; sem dado pessoal" TO CERT-LIN-TRATAMENTO
607450     PERFORM 3980-GRAVAR-LINHA-CERTIFICADO
607460         THRU 3980-GRAVAR-LINHA-CERTIFICADO-EXIT.
607470 4590-ESQUECER-CONVITES-EXIT.
607480     EXIT.
607490
607500 4591-CONTAR-CONVITE-ESQUECER.
607510     READ ARQUIVO-CONVITES NEXT RECORD
607520         AT END
607530             SET FIM-CONVITES TO TRUE
607540             GO TO 4591-CONTAR-CONVITE-ESQUECER-EXIT
607550     END-READ
607560     IF CONVITE-PESSOA-ID NOT = ID-ESQUECER
607570         SET FIM-CONVITES TO TRUE
607580         GO TO 4591-CONTAR-CONVITE-ESQUECER-EXIT
607590     END-IF
607600     ADD 1 TO CONTADOR-ESQ-ARQUIVO.
607610 4591-CONTAR-CONVITE-ESQUECER-EXIT.
607620     EXIT.
607630
607640*================================================================
607650* 4600-IMPORTAR-INTERACOES
607660* Importa o registro exportado de ligacoes e e-mails
607670* (interacoes.txt, uma interacao por linha: data DD/MM/AAAA;
607680* canal;telefone ou e-mail;nota). Cada linha e atribuida a pessoa
607690* dona do telefone ("F") ou do e-mail ("E") em detalhes.txt,
607700* comparados ja normalizados, e vira um contato em contatos.txt
607710* (CONVERSOU para telefone, EMAIL para e-mail) que tambem encerra
607720* o retorno vencido da pessoa em proximos.txt. Linhas sem dono,
607730* com mais de um dono ou com dados ruins vao para interacoes.lst
607740* para atribuicao manual. Como a carga em lote, grava a cada linha
607750* a marca de retomada (interacoes.ckp), para que um registro
607760* interrompido no meio continue da linha seguinte sem aplicar
607770* duas vezes o que ja entrou; um registro novo (primeira linha
607780* diferente da guardada na marca) comeca do inicio.
607790* Usada pela opcao 47 do menu e pela funcao INTERACOES do lote.
607800*================================================================
607810 4600-IMPORTAR-INTERACOES.
607820     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
607830     MOVE "N" TO INDICADOR-ERRO-FUNCAO
607840     MOVE ZERO TO CONTADOR-INT-LIDAS
607850     MOVE ZERO TO CONTADOR-INT-APLICADAS
607860     MOVE ZERO TO CONTADOR-INT-EXCECOES
607870     MOVE ZERO TO CONTADOR-INT-PULADAS
607880     MOVE ZERO TO CONTADOR-INT-RETORNOS
607890     MOVE ZERO TO NUMERO-LINHA-INTERACAO
607900     MOVE "N" TO INDICADOR-RETOMADA-INTERACOES
607910     MOVE "N" TO INDICADOR-FIM-INTERACOES
607920
607930     OPEN INPUT ARQUIVO-INTERACOES
607940     IF STATUS-INTERACOES = "35"
607950         DISPLAY "Registro de interações não encontrado: "
607960             "interacoes.txt"
607970         SET ERRO-FUNCAO TO TRUE
607980         MOVE "interacoes.txt nao encontrado" TO TEXTO-LOG-LOTE
607990         GO TO 4600-IMPORTAR-INTERACOES-EXIT
608000     END-IF
608010     IF STATUS-INTERACOES NOT = "00"
608020         DISPLAY "Erro ao abrir interacoes.txt: "
608021             STATUS-INTERACOES
608030         SET ERRO-FUNCAO TO TRUE
608040         MOVE "erro ao abrir interacoes.txt" TO TEXTO-LOG-LOTE
608050         GO TO 4600-IMPORTAR-INTERACOES-EXIT
608060     END-IF
608070     PERFORM 4608-LER-INTERACAO
608080         THRU 4608-LER-INTERACAO-EXIT
608090     IF FIM-INTERACOES
608100         DISPLAY "interacoes.txt está vazio; nada a importar."
608110         CLOSE ARQUIVO-INTERACOES
608120         MOVE "interacoes.txt vazio" TO TEXTO-LOG-LOTE
608130         GO TO 4600-IMPORTAR-INTERACOES-EXIT
608140     END-IF
608150
608160     PERFORM 4605-LER-CKPT-INTERACOES
608170         THRU 4605-LER-CKPT-INTERACOES-EXIT
608180     IF ULTIMA-LINHA-INTERACAO > ZERO
608190             AND REGISTRO-INTERACAO NOT = PRIMEIRA-LINHA-INTERACAO
608200         DISPLAY "interacoes.txt é um registro novo; a "
608201             "importação começa da primeira linha."
608220         MOVE ZERO TO ULTIMA-LINHA-INTERACAO
608230     END-IF
608240     MOVE REGISTRO-INTERACAO TO PRIMEIRA-LINHA-INTERACAO
608250     IF ULTIMA-LINHA-INTERACAO > ZERO
608260         SET RETOMANDO-INTERACOES TO TRUE
608270         DISPLAY "Retomando a importação após a linha "
608280             ULTIMA-LINHA-INTERACAO
608290     END-IF
608300
608310     OPEN INPUT ARQUIVO-PESSOAS
608320     IF STATUS-PESSOAS NOT = "00"
608330         DISPLAY "Erro ao abrir pessoas.txt: " STATUS-PESSOAS
608340         SET ERRO-FUNCAO TO TRUE
608350         MOVE "erro ao abrir pessoas.txt" TO TEXTO-LOG-LOTE
608360         CLOSE ARQUIVO-INTERACOES
608370         GO TO 4600-IMPORTAR-INTERACOES-EXIT
608380     END-IF
608390     PERFORM 3470-ABRIR-DETALHES-IO
608400         THRU 3470-ABRIR-DETALHES-IO-EXIT
608410     PERFORM 4606-ABRIR-EXC-INTERACOES
608420         THRU 4606-ABRIR-EXC-INTERACOES-EXIT
608430     IF ERRO-FUNCAO
608440         CLOSE ARQUIVO-INTERACOES
608450         CLOSE ARQUIVO-PESSOAS
608460         CLOSE ARQUIVO-DETALHES
608470         GO TO 4600-IMPORTAR-INTERACOES-EXIT
608480     END-IF
608490
608500     PERFORM 4610-TRATAR-LINHA-INTERACAO
608510         THRU 4610-TRATAR-LINHA-INTERACAO-EXIT
608520         UNTIL FIM-INTERACOES
608530
608540     CLOSE ARQUIVO-INTERACOES
608550     CLOSE ARQUIVO-PESSOAS
608560     CLOSE ARQUIVO-DETALHES
608570
608580     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-EXC-INTERACAO
608590     WRITE REGISTRO-EXC-INTERACAO
608600     MOVE SPACES TO REGISTRO-EXC-INTERACAO
608610     STRING "Linhas lidas: "        DELIMITED BY SIZE
608620             CONTADOR-INT-LIDAS     DELIMITED BY SIZE
608630             "  aplicadas: "        DELIMITED BY SIZE
608640             CONTADOR-INT-APLICADAS DELIMITED BY SIZE
608650             "  para atribuicao manual: " DELIMITED BY SIZE
608660             CONTADOR-INT-EXCECOES  DELIMITED BY SIZE
608670         INTO REGISTRO-EXC-INTERACAO
608680     WRITE REGISTRO-EXC-INTERACAO
608690     CLOSE ARQUIVO-EXC-INTERACOES
608700
608710     IF CONTADOR-INT-LIDAS = ZERO
608720         DISPLAY "Nenhuma linha nova em interacoes.txt; o "
608721             "registro já foi importado."
608740     END-IF
608750     DISPLAY "Linhas já importadas antes....: "
608751         CONTADOR-INT-PULADAS
608760     DISPLAY "Linhas lidas nesta rodada....: " CONTADOR-INT-LIDAS
608770     DISPLAY "Contatos registrados.........: "
608780         CONTADOR-INT-APLICADAS
608790     DISPLAY "Retornos vencidos encerrados.: "
608791         CONTADOR-INT-RETORNOS
608800     DISPLAY "Para atribuição manual.......: "
608801         CONTADOR-INT-EXCECOES
608810         " (ver interacoes.lst)"
608820     MOVE SPACES TO TEXTO-LOG-LOTE
608830     STRING "aplicadas "            DELIMITED BY SIZE
608840             CONTADOR-INT-APLICADAS DELIMITED BY SIZE
608850             " excecoes "           DELIMITED BY SIZE
608860             CONTADOR-INT-EXCECOES  DELIMITED BY SIZE
608870         INTO TEXTO-LOG-LOTE.
608880 4600-IMPORTAR-INTERACOES-EXIT.
608890     EXIT.
608900
608910*================================================================
608920* 4605-LER-CKPT-INTERACOES
608930* Recupera de interacoes.ckp a ultima linha ja resolvida e a
608940* primeira linha do registro a que ela se refere (zero e brancos
608950* quando nao ha marca gravada).
608960*================================================================
608970 4605-LER-CKPT-INTERACOES.
608980     MOVE ZERO TO ULTIMA-LINHA-INTERACAO
608990     MOVE SPACES TO PRIMEIRA-LINHA-INTERACAO
609000     OPEN INPUT ARQUIVO-CKPT-INTERACOES
609010     IF STATUS-CKPT-INTERACOES = "00"
609020         READ ARQUIVO-CKPT-INTERACOES
609030             AT END
609040                 CONTINUE
609050             NOT AT END
609060                 MOVE CKPI-ULTIMA-LINHA
609070                     TO ULTIMA-LINHA-INTERACAO
609080                 MOVE CKPI-PRIMEIRA-LINHA
609090                     TO PRIMEIRA-LINHA-INTERACAO
609100         END-READ
609110         CLOSE ARQUIVO-CKPT-INTERACOES
609120     END-IF.
609130 4605-LER-CKPT-INTERACOES-EXIT.
609140     EXIT.
609150
609160*================================================================
609170* 4606-ABRIR-EXC-INTERACOES
609180* Abre interacoes.lst: na retomada acrescenta ao que a rodada
609190* interrompida ja listou; senao comeca uma listagem nova.
609200*================================================================
609210 4606-ABRIR-EXC-INTERACOES.
609220     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
609230     MOVE SPACES TO DATA-EMISSAO-FORMATADA
609240     STRING DIA-EMISSAO-RELATORIO  DELIMITED BY SIZE
609250             "/"                   DELIMITED BY SIZE
609260             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
609270             "/"                   DELIMITED BY SIZE
609280             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
609290         INTO DATA-EMISSAO-FORMATADA
609300
609310     IF RETOMANDO-INTERACOES
609320         OPEN EXTEND ARQUIVO-EXC-INTERACOES
609330         IF STATUS-EXC-INTERACOES = "00"
609340             MOVE SPACES TO REGISTRO-EXC-INTERACAO
609350             STRING "Retomada apos a linha " DELIMITED BY SIZE
609360                     ULTIMA-LINHA-INTERACAO  DELIMITED BY SIZE
609370                     " - emissao "           DELIMITED BY SIZE
609380                     DATA-EMISSAO-FORMATADA  DELIMITED BY SIZE
609390                 INTO REGISTRO-EXC-INTERACAO
609400             WRITE REGISTRO-EXC-INTERACAO
609410             GO TO 4606-ABRIR-EXC-INTERACOES-EXIT
609420         END-IF
609430     END-IF
609440
609450     OPEN OUTPUT ARQUIVO-EXC-INTERACOES
609460     IF STATUS-EXC-INTERACOES NOT = "00"
609470         DISPLAY "Erro ao criar interacoes.lst: "
609480             STATUS-EXC-INTERACOES
609490         SET ERRO-FUNCAO TO TRUE
609500         MOVE "erro ao criar interacoes.lst" TO TEXTO-LOG-LOTE
609510         GO TO 4606-ABRIR-EXC-INTERACOES-EXIT
609520     END-IF
609530     MOVE SPACES TO REGISTRO-EXC-INTERACAO
609540     STRING "Interacoes para atribuicao manual - emissao "
609550                 DELIMITED BY SIZE
609560             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
609570         INTO REGISTRO-EXC-INTERACAO
609580     WRITE REGISTRO-EXC-INTERACAO
609590     MOVE LINHA-SEPARADORA-RELATORIO TO REGISTRO-EXC-INTERACAO
609600     WRITE REGISTRO-EXC-INTERACAO
609610     MOVE "Linha   Motivo                          Registro"
609620         TO REGISTRO-EXC-INTERACAO
609630     WRITE REGISTRO-EXC-INTERACAO.
609640 4606-ABRIR-EXC-INTERACOES-EXIT.
609650     EXIT.
609660
609670 4608-LER-INTERACAO.
609680     READ ARQUIVO-INTERACOES
609690         AT END
609700             SET FIM-INTERACOES TO TRUE
609710     END-READ.
609720 4608-LER-INTERACAO-EXIT.
609730     EXIT.
609740
609750*================================================================
609760* 4610-TRATAR-LINHA-INTERACAO
609770* Trata a linha ja lida em REGISTRO-INTERACAO e le a seguinte.
609780* Linhas ate a marca de retomada sao puladas; as demais, depois
609790* de aplicadas ou listadas, regravam a marca.
609800*================================================================
609810 4610-TRATAR-LINHA-INTERACAO.
609820     ADD 1 TO NUMERO-LINHA-INTERACAO
609830     IF NUMERO-LINHA-INTERACAO NOT > ULTIMA-LINHA-INTERACAO
609840         ADD 1 TO CONTADOR-INT-PULADAS
609850     ELSE
609860         IF REGISTRO-INTERACAO NOT = SPACES
609870             ADD 1 TO CONTADOR-INT-LIDAS
609880             PERFORM 4620-APLICAR-INTERACAO
609890                 THRU 4620-APLICAR-INTERACAO-EXIT
609900         END-IF
609910         PERFORM 4690-GRAVAR-CKPT-INTERACOES
609920             THRU 4690-GRAVAR-CKPT-INTERACOES-EXIT
609930     END-IF
609940     PERFORM 4608-LER-INTERACAO
609950         THRU 4608-LER-INTERACAO-EXIT.
609960 4610-TRATAR-LINHA-INTERACAO-EXIT.
609970     EXIT.
609980
609990*================================================================
610000* 4620-APLICAR-INTERACAO
610010* Separa os campos da linha, valida data e canal, acha a pessoa
610020* pelo telefone ou e-mail e grava o contato; qualquer falha manda
610030* a linha para interacoes.lst com o motivo.
610040*================================================================
610050 4620-APLICAR-INTERACAO.
610060     MOVE SPACES TO INT-DATA
610070     MOVE SPACES TO INT-CANAL
610080     MOVE SPACES TO INT-ENDERECO
610090     MOVE SPACES TO INT-NOTA
610100     MOVE ZERO TO QTD-CAMPOS-INTERACAO
610110     UNSTRING REGISTRO-INTERACAO DELIMITED BY ";"
610120         INTO INT-DATA INT-CANAL INT-ENDERECO INT-NOTA
610130         TALLYING IN QTD-CAMPOS-INTERACAO
610140     END-UNSTRING
610150     IF QTD-CAMPOS-INTERACAO < 3
610160         MOVE "linha mal formada" TO MOTIVO-INTERACAO
610170         PERFORM 4680-APONTAR-EXC-INTERACAO
610180             THRU 4680-APONTAR-EXC-INTERACAO-EXIT
610190         GO TO 4620-APLICAR-INTERACAO-EXIT
610200     END-IF
610210     MOVE INT-DATA TO CAMPO-A-ALINHAR
610220     PERFORM 4625-ALINHAR-CAMPO
610230         THRU 4625-ALINHAR-CAMPO-EXIT
610240     MOVE CAMPO-NORMALIZADO TO INT-DATA
610250     MOVE INT-CANAL TO CAMPO-A-ALINHAR
610260     PERFORM 4625-ALINHAR-CAMPO
610270         THRU 4625-ALINHAR-CAMPO-EXIT
610280     MOVE CAMPO-NORMALIZADO TO INT-CANAL
610290     MOVE INT-NOTA TO CAMPO-A-ALINHAR
610300     PERFORM 4625-ALINHAR-CAMPO
610310         THRU 4625-ALINHAR-CAMPO-EXIT
610320     MOVE CAMPO-NORMALIZADO TO INT-NOTA
610330
610340     MOVE INT-DATA TO DATA-INPUT
610350     PERFORM 8000-VALIDAR-DATA
610360         THRU 8000-VALIDAR-DATA-EXIT
610370     IF NOT DATA-VALIDA
610380         MOVE "data invalida" TO MOTIVO-INTERACAO
610390         PERFORM 4680-APONTAR-EXC-INTERACAO
610400             THRU 4680-APONTAR-EXC-INTERACAO-EXIT
610410         GO TO 4620-APLICAR-INTERACAO-EXIT
610420     END-IF
610430
610440     INSPECT INT-CANAL CONVERTING
610450         "abcdefghijklmnopqrstuvwxyz"
610460         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
610470     EVALUATE INT-CANAL
610480         WHEN "TELEFONE"
610490         WHEN "FONE"
610500         WHEN "LIGACAO"
610510         WHEN "CELULAR"
610520             MOVE "F"         TO TIPO-CANAL-INTERACAO
610530             MOVE "CONVERSOU" TO TIPO-CONTATO-INTERACAO
610540         WHEN "EMAIL"
610550         WHEN "E-MAIL"
610560             MOVE "E"         TO TIPO-CANAL-INTERACAO
610570             MOVE "EMAIL"     TO TIPO-CONTATO-INTERACAO
610580         WHEN OTHER
610590             MOVE "canal desconhecido" TO MOTIVO-INTERACAO
610600             PERFORM 4680-APONTAR-EXC-INTERACAO
610610                 THRU 4680-APONTAR-EXC-INTERACAO-EXIT
610620             GO TO 4620-APLICAR-INTERACAO-EXIT
610630     END-EVALUATE
610640
610650     MOVE INT-ENDERECO TO CAMPO-A-NORMALIZAR
610660     PERFORM 4630-NORMALIZAR-ENDERECO
610670         THRU 4630-NORMALIZAR-ENDERECO-EXIT
610680     IF CAMPO-NORMALIZADO = SPACES
610690         IF CANAL-INT-TELEFONE
610700             MOVE "sem telefone" TO MOTIVO-INTERACAO
610710         ELSE
610720             MOVE "sem e-mail" TO MOTIVO-INTERACAO
610730         END-IF
610740         PERFORM 4680-APONTAR-EXC-INTERACAO
610750             THRU 4680-APONTAR-EXC-INTERACAO-EXIT
610760         GO TO 4620-APLICAR-INTERACAO-EXIT
610770     END-IF
610780     MOVE CAMPO-NORMALIZADO TO ENDERECO-INT-NORMALIZADO
610790
610800     PERFORM 4650-LOCALIZAR-DONO-INTERACAO
610810         THRU 4650-LOCALIZAR-DONO-INTERACAO-EXIT
610820     IF QTD-PESSOAS-INTERACAO = ZERO
610830         MOVE "sem pessoa correspondente" TO MOTIVO-INTERACAO
610840         PERFORM 4680-APONTAR-EXC-INTERACAO
610850             THRU 4680-APONTAR-EXC-INTERACAO-EXIT
610860         GO TO 4620-APLICAR-INTERACAO-EXIT
610870     END-IF
610880     IF QTD-PESSOAS-INTERACAO > 1
610890         MOVE SPACES TO MOTIVO-INTERACAO
610900         STRING "ambigua: "           DELIMITED BY SIZE
610910                 QTD-PESSOAS-INTERACAO DELIMITED BY SIZE
610920                 " pessoas"           DELIMITED BY SIZE
610930             INTO MOTIVO-INTERACAO
610940         PERFORM 4680-APONTAR-EXC-INTERACAO
610950             THRU 4680-APONTAR-EXC-INTERACAO-EXIT
610960         GO TO 4620-APLICAR-INTERACAO-EXIT
610970     END-IF
610980     MOVE ID-INTERACAO-ACHADO TO PESSOA-ID
610990     READ ARQUIVO-PESSOAS
611000         INVALID KEY
611010             MOVE "pessoa fora do cadastro" TO MOTIVO-INTERACAO
611020             PERFORM 4680-APONTAR-EXC-INTERACAO
611030                 THRU 4680-APONTAR-EXC-INTERACAO-EXIT
611040             GO TO 4620-APLICAR-INTERACAO-EXIT
611050     END-READ
611060
611070     PERFORM 4660-GRAVAR-CONTATO-INTERACAO
611080         THRU 4660-GRAVAR-CONTATO-INTERACAO-EXIT.
611090 4620-APLICAR-INTERACAO-EXIT.
611100     EXIT.
611110
611120*================================================================
611130* 4625-ALINHAR-CAMPO
611140* Devolve em CAMPO-NORMALIZADO o conteudo de CAMPO-A-ALINHAR sem
611150* os brancos a esquerda.
611160*================================================================
611170 4625-ALINHAR-CAMPO.
611180     MOVE ZERO TO BRANCOS-A-ESQUERDA
611190     INSPECT CAMPO-A-ALINHAR TALLYING BRANCOS-A-ESQUERDA
611200         FOR LEADING SPACES
611210     IF BRANCOS-A-ESQUERDA < 50
611220         MOVE CAMPO-A-ALINHAR(BRANCOS-A-ESQUERDA + 1:)
611230             TO CAMPO-NORMALIZADO
611240     ELSE
611250         MOVE SPACES TO CAMPO-NORMALIZADO
611260     END-IF.
611270 4625-ALINHAR-CAMPO-EXIT.
611280     EXIT.
611290
611300*================================================================
611310* 4630-NORMALIZAR-ENDERECO
611315* Poe CAMPO-A-NORMALIZAR na forma usada nas comparacoes do canal
611320* em TIPO-CANAL-INTERACAO. Telefone: so os digitos, sem os zeros
611325* de discagem a esquerda (00 internacional, 0 de operadora/DDD)
611330* e sem o codigo do pais 55 quando sobram mais de 11 digitos
611335* (DDD + numero). E-mail: sem brancos a esquerda e em maiusculas.
611340*================================================================
611345 4630-NORMALIZAR-ENDERECO.
611350     IF CANAL-INT-EMAIL
611355         MOVE CAMPO-A-NORMALIZAR TO CAMPO-A-ALINHAR
611360         PERFORM 4625-ALINHAR-CAMPO
611365             THRU 4625-ALINHAR-CAMPO-EXIT
611370         INSPECT CAMPO-NORMALIZADO CONVERTING
611375             "abcdefghijklmnopqrstuvwxyz"
611380             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
611385         GO TO 4630-NORMALIZAR-ENDERECO-EXIT
611390     END-IF
611395
611400     MOVE SPACES TO CAMPO-NORMALIZADO
611405     MOVE ZERO TO TAMANHO-NORMALIZADO
611410     PERFORM 4635-COPIAR-DIGITO
611415         THRU 4635-COPIAR-DIGITO-EXIT
611420         VARYING INDICE-NORMALIZACAO FROM 1 BY 1
611425         UNTIL INDICE-NORMALIZACAO > 50
611430     PERFORM 4637-TIRAR-ZEROS-ESQUERDA
611435         THRU 4637-TIRAR-ZEROS-ESQUERDA-EXIT
611440
611445     IF TAMANHO-NORMALIZADO > 11
611450             AND CAMPO-NORMALIZADO(1:2) = "55"
611455         MOVE CAMPO-NORMALIZADO TO CAMPO-A-ALINHAR
611460         MOVE CAMPO-A-ALINHAR(3:) TO CAMPO-NORMALIZADO
611465         SUBTRACT 2 FROM TAMANHO-NORMALIZADO
611470         PERFORM 4637-TIRAR-ZEROS-ESQUERDA
611475             THRU 4637-TIRAR-ZEROS-ESQUERDA-EXIT
611480     END-IF.
611485 4630-NORMALIZAR-ENDERECO-EXIT.
611490     EXIT.
611495
611500 4635-COPIAR-DIGITO.
611505     IF CAMPO-A-NORMALIZAR(INDICE-NORMALIZACAO:1) IS NUMERIC
611510         ADD 1 TO TAMANHO-NORMALIZADO
611515         MOVE CAMPO-A-NORMALIZAR(INDICE-NORMALIZACAO:1)
611520             TO CAMPO-NORMALIZADO(TAMANHO-NORMALIZADO:1)
611525     END-IF.
611530 4635-COPIAR-DIGITO-EXIT.
611535     EXIT.
611540
611545 4637-TIRAR-ZEROS-ESQUERDA.
611550     MOVE CAMPO-NORMALIZADO TO CAMPO-A-ALINHAR
611555     MOVE ZERO TO BRANCOS-A-ESQUERDA
611560     INSPECT CAMPO-A-ALINHAR TALLYING BRANCOS-A-ESQUERDA
611565         FOR LEADING "0"
611570     IF BRANCOS-A-ESQUERDA > ZERO
611575         MOVE CAMPO-A-ALINHAR(BRANCOS-A-ESQUERDA + 1:)
611580             TO CAMPO-NORMALIZADO
611585         SUBTRACT BRANCOS-A-ESQUERDA FROM TAMANHO-NORMALIZADO
611590     END-IF.
611595 4637-TIRAR-ZEROS-ESQUERDA-EXIT.
611600     EXIT.
611605
611840*================================================================
611850* 4650-LOCALIZAR-DONO-INTERACAO
611860* Percorre detalhes.txt comparando cada registro do tipo do canal
611870* (F ou E), normalizado, com ENDERECO-INT-NORMALIZADO. Conta as
611880* pessoas distintas que tem o telefone/e-mail (o arquivo vem em
611890* ordem de PESSOA-ID, entao cada pessoa aparece agrupada) e guarda
611900* a ultima em ID-INTERACAO-ACHADO.
611910*================================================================
611920 4650-LOCALIZAR-DONO-INTERACAO.
611930     MOVE ZERO TO QTD-PESSOAS-INTERACAO
611940     MOVE ZERO TO ID-INTERACAO-ACHADO
611950     MOVE "N" TO INDICADOR-FIM-DETALHES
611960     MOVE LOW-VALUES TO DETALHE-CHAVE
611970     START ARQUIVO-DETALHES KEY IS NOT LESS THAN DETALHE-CHAVE
611980         INVALID KEY
611990             SET FIM-DETALHES TO TRUE
612000     END-START
612010     PERFORM 4655-COMPARAR-DETALHE
612020         THRU 4655-COMPARAR-DETALHE-EXIT
612030         UNTIL FIM-DETALHES.
612040 4650-LOCALIZAR-DONO-INTERACAO-EXIT.
612050     EXIT.
612060
612070 4655-COMPARAR-DETALHE.
612080     READ ARQUIVO-DETALHES NEXT RECORD
612090         AT END
612100             SET FIM-DETALHES TO TRUE
612110             GO TO 4655-COMPARAR-DETALHE-EXIT
612120     END-READ
612130     IF DETALHE-TIPO NOT = TIPO-CANAL-INTERACAO
612140             OR DETALHE-PESSOA-ID = ID-INTERACAO-ACHADO
612150         GO TO 4655-COMPARAR-DETALHE-EXIT
612160     END-IF
612170     MOVE DETALHE-VALOR TO CAMPO-A-NORMALIZAR
612180     PERFORM 4630-NORMALIZAR-ENDERECO
612190         THRU 4630-NORMALIZAR-ENDERECO-EXIT
612200     IF CAMPO-NORMALIZADO = ENDERECO-INT-NORMALIZADO
612210         ADD 1 TO QTD-PESSOAS-INTERACAO
612220         MOVE DETALHE-PESSOA-ID TO ID-INTERACAO-ACHADO
612230     END-IF.
612240 4655-COMPARAR-DETALHE-EXIT.
612250     EXIT.
612260
612270*================================================================
612280* 4660-GRAVAR-CONTATO-INTERACAO
612290* Grava em contatos.txt o contato da pessoa achada na data da
612300* linha, encerra o retorno dela em proximos.txt quando ja venceu
612310* e refaz o resumo de atividade, como 3300/3530 fazem na tela.
612320*================================================================
612330 4660-GRAVAR-CONTATO-INTERACAO.
612340     MOVE ID-INTERACAO-ACHADO TO ID-INFORMADO
612350     MOVE DATA-INPUT TO DATA-A-CONVERTER
612360     PERFORM 8100-CONVERTER-DATA-NUMERICA
612370         THRU 8100-CONVERTER-DATA-NUMERICA-EXIT
612380
612390     PERFORM 3360-ABRIR-CONTATOS-IO
612400         THRU 3360-ABRIR-CONTATOS-IO-EXIT
612410     PERFORM 3330-OBTER-SEQUENCIA-CONTATO
612420         THRU 3330-OBTER-SEQUENCIA-CONTATO-EXIT
612430     MOVE ID-INFORMADO            TO CONTATO-PESSOA-ID
612440     MOVE DATA-CONVERTIDA-NUM     TO CONTATO-DATA-NUM
612450     MOVE SEQUENCIA-LIVRE-CONTATO TO CONTATO-SEQUENCIA
612460     MOVE TIPO-CONTATO-INTERACAO  TO CONTATO-TIPO
612470     IF INT-NOTA = SPACES
612480         IF CANAL-INT-TELEFONE
612490             MOVE "Ligacao importada" TO CONTATO-NOTA
612500         ELSE
612510             MOVE "E-mail importado" TO CONTATO-NOTA
612520         END-IF
612530     ELSE
612540         MOVE INT-NOTA TO CONTATO-NOTA
612550     END-IF
612560     WRITE REGISTRO-CONTATO
612570         INVALID KEY
612580             CLOSE ARQUIVO-CONTATOS
612590             MOVE "erro ao gravar o contato" TO MOTIVO-INTERACAO
612600             PERFORM 4680-APONTAR-EXC-INTERACAO
612610                 THRU 4680-APONTAR-EXC-INTERACAO-EXIT
612620             GO TO 4660-GRAVAR-CONTATO-INTERACAO-EXIT
612630     END-WRITE
612640     CLOSE ARQUIVO-CONTATOS
612650     ADD 1 TO CONTADOR-INT-APLICADAS
612660
612670     PERFORM 3505-ABRIR-PROXIMOS-IO
612680         THRU 3505-ABRIR-PROXIMOS-IO-EXIT
612690     MOVE ID-INFORMADO TO PROX-PESSOA-ID
612700     READ ARQUIVO-PROXIMOS
612710         INVALID KEY
612720             CONTINUE
612730         NOT INVALID KEY
612740             IF PROX-DATA-LIMITE NOT > DATA-DE-HOJE
612750                 DELETE ARQUIVO-PROXIMOS
612760                     INVALID KEY
612770                         DISPLAY "Erro ao remover o retorno de "
612780                             ID-INFORMADO
612790                     NOT INVALID KEY
612800                         ADD 1 TO CONTADOR-INT-RETORNOS
612810                 END-DELETE
612820             END-IF
612830     END-READ
612840     CLOSE ARQUIVO-PROXIMOS
612850
612860     MOVE ID-INFORMADO TO ID-ATIVIDADE
612870     PERFORM 4200-RECALCULAR-ATIVIDADE
612880         THRU 4200-RECALCULAR-ATIVIDADE-EXIT.
612890 4660-GRAVAR-CONTATO-INTERACAO-EXIT.
612900     EXIT.
612910
612920 4680-APONTAR-EXC-INTERACAO.
612930     MOVE NUMERO-LINHA-INTERACAO TO EXI-LIN-NUMERO
612940     MOVE MOTIVO-INTERACAO       TO EXI-LIN-MOTIVO
612950     MOVE REGISTRO-INTERACAO     TO EXI-LIN-REGISTRO
612960     MOVE LINHA-EXC-INTERACAO    TO REGISTRO-EXC-INTERACAO
612970     WRITE REGISTRO-EXC-INTERACAO
612980     ADD 1 TO CONTADOR-INT-EXCECOES.
612990 4680-APONTAR-EXC-INTERACAO-EXIT.
613000     EXIT.
613010
613020*================================================================
613030* 4690-GRAVAR-CKPT-INTERACOES
613040* Regrava interacoes.ckp com a linha recem resolvida (aplicada ou
613050* listada) e a primeira linha do registro, como 9320 faz na carga
613060* em lote.
613070*================================================================
613080 4690-GRAVAR-CKPT-INTERACOES.
613090     OPEN OUTPUT ARQUIVO-CKPT-INTERACOES
613100     MOVE NUMERO-LINHA-INTERACAO   TO CKPI-ULTIMA-LINHA
613110     MOVE PRIMEIRA-LINHA-INTERACAO TO CKPI-PRIMEIRA-LINHA
613120     WRITE REGISTRO-CKPT-INTERACAO
613130     CLOSE ARQUIVO-CKPT-INTERACOES.
613140 4690-GRAVAR-CKPT-INTERACOES-EXIT.
613150     EXIT.
613160
613170*================================================================
613180* 4700-RELATORIOS-SALVOS
613190* Relatorios definidos pelo supervisor e guardados com um nome em
613200* relatorios.txt: ate 8 colunas do catalogo (cadastro, dados de
613210* contato, ultimo contato, endereco estruturado), filtros de
613220* categoria, faixa de DATA-CONHECEU, meses desde o ultimo contato,
613230* tem e-mail/endereco e arquivadas, ordem com ate duas colunas,
613240* subtotal por mudanca da primeira e saida em rel-NOME.lst
613250* (paginada, como pessoas.lst) ou rel-NOME.csv. Rodam pela opcao
613260* 49 do menu e pela funcao RELATORIO de parametros.txt (4737).
613270*================================================================
613280 4700-RELATORIOS-SALVOS.
613290     MOVE "N" TO INDICADOR-FIM-MENU-RELDEF
613300     PERFORM 4702-EXIBIR-MENU-RELDEF
613310         THRU 4702-EXIBIR-MENU-RELDEF-EXIT
613320         UNTIL FIM-MENU-RELDEF.
613330 4700-RELATORIOS-SALVOS-EXIT.
613340     EXIT.
613350
613360 4702-EXIBIR-MENU-RELDEF.
613370     DISPLAY "--- Relatórios salvos ---"
613380     DISPLAY "1 - Definir/alterar relatório"
613390     DISPLAY "2 - Listar relatórios definidos"
613400     DISPLAY "3 - Excluir relatório"
613410     DISPLAY "9 - Voltar"
613420     DISPLAY "Escolha uma opção: "
613430     ACCEPT OPCAO-RELDEF
613440
613450     EVALUATE OPCAO-RELDEF
613460         WHEN 1
613470             PERFORM 4710-DEFINIR-RELATORIO
613480                 THRU 4710-DEFINIR-RELATORIO-EXIT
613490         WHEN 2
613500             PERFORM 4732-LISTAR-RELDEFS
613510                 THRU 4732-LISTAR-RELDEFS-EXIT
613520         WHEN 3
613530             PERFORM 4734-EXCLUIR-RELDEF
613540                 THRU 4734-EXCLUIR-RELDEF-EXIT
613550         WHEN 9
613560             SET FIM-MENU-RELDEF TO TRUE
613570         WHEN OTHER
613580             DISPLAY "Opção inválida!"
613590     END-EVALUATE.
613600 4702-EXIBIR-MENU-RELDEF-EXIT.
613610     EXIT.
613620
613630*================================================================
613640* 4705-ABRIR-RELDEF-IO
613650* Abre relatorios.txt em I-O, criando o arquivo vazio quando ainda
613660* nao existe, como 4505 faz com eventos.txt.
613670*================================================================
613680 4705-ABRIR-RELDEF-IO.
613690     OPEN I-O ARQUIVO-RELDEF
613700     IF STATUS-RELDEF = "35"
613710         OPEN OUTPUT ARQUIVO-RELDEF
613720         CLOSE ARQUIVO-RELDEF
613730         OPEN I-O ARQUIVO-RELDEF
613740     END-IF.
613750 4705-ABRIR-RELDEF-IO-EXIT.
613760     EXIT.
613770
613780*================================================================
613790* 4710-DEFINIR-RELATORIO
613800* Inclui ou substitui uma definicao. Na alteracao o titulo em
613810* branco mantem o atual; colunas, filtros, ordem e saida sao
613820* sempre redigitados. A largura da linha impressa (colunas mais
613830* um espaco entre elas) nao passa de 132 posicoes.
613840*================================================================
613850 4710-DEFINIR-RELATORIO.
613860     PERFORM 4705-ABRIR-RELDEF-IO
613870         THRU 4705-ABRIR-RELDEF-IO-EXIT
613880     PERFORM 4711-OBTER-NOME-RELDEF
613890         THRU 4711-OBTER-NOME-RELDEF-EXIT
613900     IF NOT NOME-RELDEF-VALIDO
613910         CLOSE ARQUIVO-RELDEF
613920         GO TO 4710-DEFINIR-RELATORIO-EXIT
613930     END-IF
613940     MOVE "N" TO INDICADOR-RELDEF-ACHADA
613950     MOVE NOME-RELDEF-INPUT TO RDEF-NOME
613960     READ ARQUIVO-RELDEF
613970         INVALID KEY
613980             CONTINUE
613990         NOT INVALID KEY
614000             SET RELDEF-ACHADA TO TRUE
614010     END-READ
614020     IF RELDEF-ACHADA
614030         DISPLAY "Relatório existente: " RDEF-TITULO
614040         DISPLAY "A definição será substituída pela que for "
614050             "informada agora."
614060     ELSE
614070         DISPLAY "Novo relatório " NOME-RELDEF-INPUT
614080         MOVE SPACES TO RDEF-TITULO
614090     END-IF
614100
614110     DISPLAY "Título do relatório: "
614120     ACCEPT TITULO-RELDEF-INPUT
614130     IF TITULO-RELDEF-INPUT = SPACES
614140         MOVE RDEF-TITULO TO TITULO-RELDEF-INPUT
614150     END-IF
614160     IF TITULO-RELDEF-INPUT = SPACES
614170         MOVE NOME-RELDEF-INPUT TO TITULO-RELDEF-INPUT
614180     END-IF
614190     MOVE NOME-RELDEF-INPUT   TO RDEF-NOME
614200     MOVE TITULO-RELDEF-INPUT TO RDEF-TITULO
614210
614220     PERFORM 4715-EXIBIR-CATALOGO
614230         THRU 4715-EXIBIR-CATALOGO-EXIT
614240     MOVE ZEROS TO RDEF-COLUNAS
614250     MOVE ZERO TO QTD-COLUNAS-RELDEF
614260     MOVE ZERO TO LARGURA-LINHA-RELDEF
614270     MOVE "N" TO INDICADOR-FIM-COLUNAS
614280     PERFORM 4717-OBTER-COLUNA-RELDEF
614290         THRU 4717-OBTER-COLUNA-RELDEF-EXIT
614300         UNTIL FIM-COLUNAS-RELDEF
614310     IF QTD-COLUNAS-RELDEF = ZERO
614320         DISPLAY "Nenhuma coluna escolhida; relatório não "
614325             "gravado."
614330         CLOSE ARQUIVO-RELDEF
614340         GO TO 4710-DEFINIR-RELATORIO-EXIT
614350     END-IF
614360
614370     MOVE "N" TO INDICADOR-CATEGORIA-RELDEF
614380     PERFORM 4718-OBTER-CATEGORIA-RELDEF
614390         THRU 4718-OBTER-CATEGORIA-RELDEF-EXIT
614400         UNTIL CATEGORIA-RELDEF-VALIDA
614410     MOVE CATEGORIA-RELDEF-INPUT TO RDEF-CATEGORIA
614420     MOVE "N" TO INDICADOR-DATA-RELDEF
614430     PERFORM 4720-OBTER-CONHECEU-DE
614440         THRU 4720-OBTER-CONHECEU-DE-EXIT
614450         UNTIL DATA-RELDEF-OK
614460     MOVE DATA-RELDEF-NUM TO RDEF-CONHECEU-DE
614470     MOVE "N" TO INDICADOR-DATA-RELDEF
614480     PERFORM 4721-OBTER-CONHECEU-ATE
614490         THRU 4721-OBTER-CONHECEU-ATE-EXIT
614500         UNTIL DATA-RELDEF-OK
614510     MOVE DATA-RELDEF-NUM TO RDEF-CONHECEU-ATE
614520
614530     DISPLAY "Meses sem contato - no mínimo (0 = sem limite): "
614540     ACCEPT MESES-RELDEF-INPUT
614550     MOVE MESES-RELDEF-INPUT TO RDEF-MESES-MINIMO
614560     MOVE "N" TO INDICADOR-DATA-RELDEF
614570     PERFORM 4722-OBTER-MESES-MAXIMO
614580         THRU 4722-OBTER-MESES-MAXIMO-EXIT
614590         UNTIL DATA-RELDEF-OK
614600     MOVE MESES-RELDEF-INPUT TO RDEF-MESES-MAXIMO
614610
614620     MOVE SPACE TO OPCAO-SN-RELDEF
614630     PERFORM 4723-OBTER-TEM-EMAIL
614640         THRU 4723-OBTER-TEM-EMAIL-EXIT
614650     MOVE OPCAO-SN-RELDEF TO RDEF-TEM-EMAIL
614660     PERFORM 4724-OBTER-TEM-ENDERECO
614670         THRU 4724-OBTER-TEM-ENDERECO-EXIT
614680     MOVE OPCAO-SN-RELDEF TO RDEF-TEM-ENDERECO
614690     MOVE SPACE TO ARQUIVADAS-RELDEF-INPUT
614700     PERFORM 4726-OBTER-ARQUIVADAS-RELDEF
614710         THRU 4726-OBTER-ARQUIVADAS-RELDEF-EXIT
614720         UNTIL ARQUIVADAS-RELDEF-VALIDA
614730     MOVE ARQUIVADAS-RELDEF-INPUT TO RDEF-ARQUIVADAS
614740
614750     DISPLAY "Ordem: até duas colunas do catálogo (0 = por ID)."
614760     MOVE "N" TO INDICADOR-ORDEM-RELDEF
614770     PERFORM 4728-OBTER-ORDEM-RELDEF
614780         THRU 4728-OBTER-ORDEM-RELDEF-EXIT
614790         UNTIL ORDEM-RELDEF-VALIDA
614800     MOVE ORDEM-RELDEF-INPUT TO RDEF-ORDEM-1
614810     MOVE ZERO TO RDEF-ORDEM-2
614820     MOVE "N" TO RDEF-SUBTOTAL
614830     IF RDEF-ORDEM-1 > ZERO
614840         MOVE "N" TO INDICADOR-ORDEM-RELDEF
614850         PERFORM 4728-OBTER-ORDEM-RELDEF
614860             THRU 4728-OBTER-ORDEM-RELDEF-EXIT
614870             UNTIL ORDEM-RELDEF-VALIDA
614880         MOVE ORDEM-RELDEF-INPUT TO RDEF-ORDEM-2
614890         DISPLAY "Subtotal a cada mudança da primeira coluna "
614900             "da ordem? (S/N): "
614910         ACCEPT OPCAO-SN-RELDEF
614920         INSPECT OPCAO-SN-RELDEF CONVERTING "s" TO "S"
614930         IF OPCAO-SN-RELDEF = "S"
614940             MOVE "S" TO RDEF-SUBTOTAL
614950         END-IF
614960     END-IF
614970     MOVE SPACE TO SAIDA-RELDEF-INPUT
614980     PERFORM 4729-OBTER-SAIDA-RELDEF
614990         THRU 4729-OBTER-SAIDA-RELDEF-EXIT
615000         UNTIL SAIDA-RELDEF-VALIDA
615010     MOVE SAIDA-RELDEF-INPUT TO RDEF-SAIDA
615020     MOVE OPERADOR-ATUAL TO RDEF-OPERADOR
615030     ACCEPT RDEF-DATA FROM DATE YYYYMMDD
615040
615050     IF RELDEF-ACHADA
615060         REWRITE REGISTRO-RELDEF
615070             INVALID KEY
615080                 DISPLAY "Erro ao regravar o relatório: "
615090                     STATUS-RELDEF
615100         END-REWRITE
615110     ELSE
615120         WRITE REGISTRO-RELDEF
615130             INVALID KEY
615140                 DISPLAY "Erro ao gravar o relatório: "
615150                     STATUS-RELDEF
615160         END-WRITE
615170     END-IF
615180     CLOSE ARQUIVO-RELDEF
615190     DISPLAY "Relatório " NOME-RELDEF-INPUT
615195         " gravado com sucesso!".
615200 4710-DEFINIR-RELATORIO-EXIT.
615210     EXIT.
615220
615230*================================================================
615240* 4711-OBTER-NOME-RELDEF
615250* Pede o nome do relatorio (em maiusculas) e liga
615260* NOME-RELDEF-VALIDO quando ele so tem letras, digitos e hifen,
615270* sem espacos no meio: o nome vai para PARM-VALOR e para o nome do
615280* arquivo de saida.
615290*================================================================
615300 4711-OBTER-NOME-RELDEF.
615310     DISPLAY "Nome do relatório (até 10 letras, dígitos "
615315         "ou -): "
615320     ACCEPT NOME-RELDEF-INPUT
615330     PERFORM 4712-VALIDAR-NOME-RELDEF
615340         THRU 4712-VALIDAR-NOME-RELDEF-EXIT
615350     IF NOT NOME-RELDEF-VALIDO
615360         IF NOME-RELDEF-INPUT NOT = SPACES
615370             DISPLAY "Nome inválido: " NOME-RELDEF-INPUT
615380         END-IF
615390     END-IF.
615400 4711-OBTER-NOME-RELDEF-EXIT.
615410     EXIT.
615420
615430*================================================================
615440* 4712-VALIDAR-NOME-RELDEF
615450* Converte NOME-RELDEF-INPUT para maiusculas e confere os seus
615460* caracteres; TAMANHO-NOME-RELDEF fica com o tamanho do nome.
615470*================================================================
615480 4712-VALIDAR-NOME-RELDEF.
615490     MOVE "N" TO INDICADOR-NOME-RELDEF
615500     INSPECT NOME-RELDEF-INPUT CONVERTING
615510         "abcdefghijklmnopqrstuvwxyz"
615520         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
615530     IF NOME-RELDEF-INPUT = SPACES
615540             OR NOME-RELDEF-INPUT(1:1) = SPACE
615550         GO TO 4712-VALIDAR-NOME-RELDEF-EXIT
615560     END-IF
615570     MOVE ZERO TO TAMANHO-NOME-RELDEF
615580     SET NOME-RELDEF-VALIDO TO TRUE
615590     PERFORM 4713-CONFERIR-CARACTERE-NOME
615600         THRU 4713-CONFERIR-CARACTERE-NOME-EXIT
615610         VARYING INDICE-NOME-RELDEF FROM 1 BY 1
615620         UNTIL INDICE-NOME-RELDEF > 10.
615630 4712-VALIDAR-NOME-RELDEF-EXIT.
615640     EXIT.
615650
615660 4713-CONFERIR-CARACTERE-NOME.
615670     IF NOME-RELDEF-INPUT(INDICE-NOME-RELDEF:1) = SPACE
615680         GO TO 4713-CONFERIR-CARACTERE-NOME-EXIT
615690     END-IF
615700     IF TAMANHO-NOME-RELDEF NOT = INDICE-NOME-RELDEF - 1
615710         MOVE "N" TO INDICADOR-NOME-RELDEF
615720     END-IF
615730     MOVE INDICE-NOME-RELDEF TO TAMANHO-NOME-RELDEF
615740     IF NOME-RELDEF-INPUT(INDICE-NOME-RELDEF:1) NOT ALPHABETIC
615750             AND NOME-RELDEF-INPUT(INDICE-NOME-RELDEF:1)
615760                 NOT NUMERIC
615770             AND NOME-RELDEF-INPUT(INDICE-NOME-RELDEF:1)
615780                 NOT = "-"
615790         MOVE "N" TO INDICADOR-NOME-RELDEF
615800     END-IF.
615810 4713-CONFERIR-CARACTERE-NOME-EXIT.
615820     EXIT.
615830
615840*================================================================
615850* 4715-EXIBIR-CATALOGO
615860* Mostra o catalogo de colunas (codigo, nome e largura).
615870*================================================================
615880 4715-EXIBIR-CATALOGO.
615890     DISPLAY "Colunas disponíveis (código - nome - largura):"
615900     PERFORM 4716-EXIBIR-UMA-COLUNA
615910         THRU 4716-EXIBIR-UMA-COLUNA-EXIT
615920         VARYING INDICE-COLREL FROM 1 BY 1
615930         UNTIL INDICE-COLREL > QTD-COLUNAS-CATALOGO.
615940 4715-EXIBIR-CATALOGO-EXIT.
615950     EXIT.
615960
615970 4716-EXIBIR-UMA-COLUNA.
615980     MOVE INDICE-COLREL TO COLUNA-INPUT
615990     DISPLAY "  " COLUNA-INPUT " - " COLREL-NOME(INDICE-COLREL)
616000         " " COLREL-LARGURA(INDICE-COLREL).
616010 4716-EXIBIR-UMA-COLUNA-EXIT.
616020     EXIT.
616030
616040*================================================================
616050* 4717-OBTER-COLUNA-RELDEF
616060* Pede a coluna seguinte do relatorio (0 termina). Recusa codigo
616070* fora do catalogo e coluna que faria a linha passar de 132.
616080*================================================================
616090 4717-OBTER-COLUNA-RELDEF.
616100     COMPUTE COLUNA-INPUT = QTD-COLUNAS-RELDEF + 1
616110     DISPLAY "Coluna " COLUNA-INPUT " (código, 0 = terminar): "
616120     ACCEPT COLUNA-INPUT
616130     IF COLUNA-INPUT = ZERO
616140         SET FIM-COLUNAS-RELDEF TO TRUE
616150         GO TO 4717-OBTER-COLUNA-RELDEF-EXIT
616160     END-IF
616170     IF COLUNA-INPUT > QTD-COLUNAS-CATALOGO
616180         DISPLAY "Código de coluna inválido: " COLUNA-INPUT
616190         GO TO 4717-OBTER-COLUNA-RELDEF-EXIT
616200     END-IF
616210     COMPUTE LARGURA-COLUNA-NOVA =
616220         LARGURA-LINHA-RELDEF + COLREL-LARGURA(COLUNA-INPUT)
616230     IF QTD-COLUNAS-RELDEF > ZERO
616240         ADD 1 TO LARGURA-COLUNA-NOVA
616250     END-IF
616260     IF LARGURA-COLUNA-NOVA > 132
616270         DISPLAY "A coluna " COLREL-NOME(COLUNA-INPUT)
616280             " não cabe na linha de 132 posições."
616290         GO TO 4717-OBTER-COLUNA-RELDEF-EXIT
616300     END-IF
616310     ADD 1 TO QTD-COLUNAS-RELDEF
616320     MOVE COLUNA-INPUT TO RDEF-COLUNA(QTD-COLUNAS-RELDEF)
616330     MOVE LARGURA-COLUNA-NOVA TO LARGURA-LINHA-RELDEF
616340     IF QTD-COLUNAS-RELDEF = 8
616350         SET FIM-COLUNAS-RELDEF TO TRUE
616360     END-IF.
616370 4717-OBTER-COLUNA-RELDEF-EXIT.
616380     EXIT.
616390
616400*================================================================
616410* 4718-OBTER-CATEGORIA-RELDEF
616420* Categoria do filtro: em branco (ou TODAS) nao filtra; senao deve
616430* estar na tabela de categorias, ativa ou nao, ja que o relatorio
616440* pode olhar tambem o arquivo morto.
616450*================================================================
616460 4718-OBTER-CATEGORIA-RELDEF.
616470     PERFORM 1025-EXIBIR-CATEGORIAS-VALIDAS
616480         THRU 1025-EXIBIR-CATEGORIAS-VALIDAS-EXIT
616490     DISPLAY "Categoria (em branco ou TODAS = todas): "
616500     ACCEPT CATEGORIA-RELDEF-INPUT
616510     MOVE CATEGORIA-RELDEF-INPUT TO CAMPO-PARA-CONVERTER
616520     PERFORM 9600-CONVERTER-MAIUSCULAS
616530         THRU 9600-CONVERTER-MAIUSCULAS-EXIT
616540     MOVE CAMPO-CONVERTIDO(1:10) TO CATEGORIA-RELDEF-INPUT
616550     IF CATEGORIA-RELDEF-INPUT = "TODAS"
616560         MOVE SPACES TO CATEGORIA-RELDEF-INPUT
616570     END-IF
616580     IF CATEGORIA-RELDEF-INPUT = SPACES
616590         SET CATEGORIA-RELDEF-VALIDA TO TRUE
616600         GO TO 4718-OBTER-CATEGORIA-RELDEF-EXIT
616610     END-IF
616620     PERFORM 4719-COMPARAR-CATEGORIA-RELDEF
616630         THRU 4719-COMPARAR-CATEGORIA-RELDEF-EXIT
616640         VARYING INDICE-CATEGORIA FROM 1 BY 1
616650         UNTIL INDICE-CATEGORIA > QTD-CATEGORIAS
616660             OR CATEGORIA-RELDEF-VALIDA
616670     IF NOT CATEGORIA-RELDEF-VALIDA
616680         DISPLAY "Categoria inválida. Escolha uma das opções "
616690             "listadas (ou TODAS)."
616700     END-IF.
616710 4718-OBTER-CATEGORIA-RELDEF-EXIT.
616720     EXIT.
616730
616740 4719-COMPARAR-CATEGORIA-RELDEF.
616750     IF CATEGORIA-RELDEF-INPUT = CATEGORIA-TAB(INDICE-CATEGORIA)
616760         SET CATEGORIA-RELDEF-VALIDA TO TRUE
616770     END-IF.
616780 4719-COMPARAR-CATEGORIA-RELDEF-EXIT.
616790     EXIT.
616800
616810*================================================================
616820* 4720-OBTER-CONHECEU-DE / 4721-OBTER-CONHECEU-ATE
616830* Faixa de DATA-CONHECEU do filtro; data em branco deixa o lado
616840* aberto (zero). A data final nao pode ser anterior a inicial.
616850*================================================================
616860 4720-OBTER-CONHECEU-DE.
616870     DISPLAY "Conheceu a partir de (DD/MM/AAAA, em branco = "
616880         "sem limite): "
616890     ACCEPT DATA-INPUT
616900     PERFORM 4730-CONVERTER-DATA-RELDEF
616910         THRU 4730-CONVERTER-DATA-RELDEF-EXIT.
616920 4720-OBTER-CONHECEU-DE-EXIT.
616930     EXIT.
616940
616950 4721-OBTER-CONHECEU-ATE.
616960     DISPLAY "Conheceu até (DD/MM/AAAA, em branco = "
616970         "sem limite): "
616980     ACCEPT DATA-INPUT
616990     PERFORM 4730-CONVERTER-DATA-RELDEF
617000         THRU 4730-CONVERTER-DATA-RELDEF-EXIT
617010     IF DATA-RELDEF-OK
617020             AND DATA-RELDEF-NUM NOT = ZERO
617030             AND DATA-RELDEF-NUM < RDEF-CONHECEU-DE
617040         DISPLAY "A data final não pode ser anterior à inicial."
617050         MOVE "N" TO INDICADOR-DATA-RELDEF
617060     END-IF.
617070 4721-OBTER-CONHECEU-ATE-EXIT.
617080     EXIT.
617090
617100*================================================================
617110* 4722-OBTER-MESES-MAXIMO
617120* Limite maximo de meses sem contato (0 = sem limite), que nao
617130* pode ser menor que o minimo ja informado. Usa DATA-RELDEF-OK
617140* como sinal de valor aceito.
617150*================================================================
617160 4722-OBTER-MESES-MAXIMO.
617170     DISPLAY "Meses sem contato - no máximo (0 = sem limite): "
617180     ACCEPT MESES-RELDEF-INPUT
617190     IF MESES-RELDEF-INPUT NOT = ZERO
617200             AND MESES-RELDEF-INPUT < RDEF-MESES-MINIMO
617210         DISPLAY "O máximo não pode ser menor que o mínimo."
617220     ELSE
617230         SET DATA-RELDEF-OK TO TRUE
617240     END-IF.
617250 4722-OBTER-MESES-MAXIMO-EXIT.
617260     EXIT.
617270
617280 4723-OBTER-TEM-EMAIL.
617290     DISPLAY "Tem e-mail? (S = só quem tem, "
617295         "N = só quem não tem, "
617300         "em branco = todos): "
617310     ACCEPT OPCAO-SN-RELDEF
617320     INSPECT OPCAO-SN-RELDEF CONVERTING "sn" TO "SN"
617330     IF NOT OPCAO-SN-RELDEF-VALIDA
617340         MOVE SPACE TO OPCAO-SN-RELDEF
617350     END-IF.
617360 4723-OBTER-TEM-EMAIL-EXIT.
617370     EXIT.
617380
617390 4724-OBTER-TEM-ENDERECO.
617400     DISPLAY "Tem endereço? (S = só quem tem, "
617405         "N = só quem não "
617410         "tem, em branco = todos): "
617420     ACCEPT OPCAO-SN-RELDEF
617430     INSPECT OPCAO-SN-RELDEF CONVERTING "sn" TO "SN"
617440     IF NOT OPCAO-SN-RELDEF-VALIDA
617450         MOVE SPACE TO OPCAO-SN-RELDEF
617460     END-IF.
617470 4724-OBTER-TEM-ENDERECO-EXIT.
617480     EXIT.
617490
617500 4726-OBTER-ARQUIVADAS-RELDEF.
617510     DISPLAY "Pessoas: N = só cadastro vivo, "
617515         "S = só arquivadas, "
617520         "T = todas: "
617530     ACCEPT ARQUIVADAS-RELDEF-INPUT
617540     INSPECT ARQUIVADAS-RELDEF-INPUT CONVERTING "snt" TO "SNT"
617550     IF ARQUIVADAS-RELDEF-INPUT = SPACE
617560         MOVE "N" TO ARQUIVADAS-RELDEF-INPUT
617570     END-IF
617580     IF NOT ARQUIVADAS-RELDEF-VALIDA
617590         DISPLAY "Informe N, S ou T."
617600     END-IF.
617610 4726-OBTER-ARQUIVADAS-RELDEF-EXIT.
617620     EXIT.
617630
617640 4728-OBTER-ORDEM-RELDEF.
617650     DISPLAY "Coluna da ordem (0 = nenhuma): "
617660     ACCEPT ORDEM-RELDEF-INPUT
617670     IF ORDEM-RELDEF-INPUT > QTD-COLUNAS-CATALOGO
617680         DISPLAY "Código de coluna inválido: "
617685             ORDEM-RELDEF-INPUT
617690     ELSE
617700         SET ORDEM-RELDEF-VALIDA TO TRUE
617710     END-IF.
617720 4728-OBTER-ORDEM-RELDEF-EXIT.
617730     EXIT.
617740
617750 4729-OBTER-SAIDA-RELDEF.
617760     DISPLAY "Saída: L = listagem paginada (.lst), C = CSV: "
617770     ACCEPT SAIDA-RELDEF-INPUT
617780     INSPECT SAIDA-RELDEF-INPUT CONVERTING "lc" TO "LC"
617790     IF NOT SAIDA-RELDEF-VALIDA
617800         DISPLAY "Informe L ou C."
617810     END-IF.
617820 4729-OBTER-SAIDA-RELDEF-EXIT.
617830     EXIT.
617840
617850*================================================================
617860* 4730-CONVERTER-DATA-RELDEF
617870* Valida DATA-INPUT (em branco e aceita como zero) e deixa a data
617880* em AAAAMMDD em DATA-RELDEF-NUM, ligando DATA-RELDEF-OK.
617890*================================================================
617900 4730-CONVERTER-DATA-RELDEF.
617910     MOVE "N" TO INDICADOR-DATA-RELDEF
617920     MOVE ZERO TO DATA-RELDEF-NUM
617930     IF DATA-INPUT = SPACES
617940         SET DATA-RELDEF-OK TO TRUE
617950         GO TO 4730-CONVERTER-DATA-RELDEF-EXIT
617960     END-IF
617970     PERFORM 8000-VALIDAR-DATA
617980         THRU 8000-VALIDAR-DATA-EXIT
617990     IF NOT DATA-VALIDA
618000         DISPLAY "Data inválida. Informe uma data real "
618010             "no formato DD/MM/AAAA."
618020         GO TO 4730-CONVERTER-DATA-RELDEF-EXIT
618030     END-IF
618040     MOVE DATA-INPUT TO DATA-A-CONVERTER
618050     PERFORM 8100-CONVERTER-DATA-NUMERICA
618060         THRU 8100-CONVERTER-DATA-NUMERICA-EXIT
618070     MOVE DATA-CONVERTIDA-NUM TO DATA-RELDEF-NUM
618080     SET DATA-RELDEF-OK TO TRUE.
618090 4730-CONVERTER-DATA-RELDEF-EXIT.
618100     EXIT.
618110
618120*================================================================
618130* 4731-ANEXAR-NOME-COLUNA / 4732-LISTAR-RELDEFS
618140* Lista na tela os relatorios definidos, em ordem de nome, com o
618150* titulo, as colunas e a saida de cada um.
618160*================================================================
618170 4731-ANEXAR-NOME-COLUNA.
618180     IF RDEF-COLUNA(INDICE-VALOR-REL) = ZERO
618190         GO TO 4731-ANEXAR-NOME-COLUNA-EXIT
618200     END-IF
618210     MOVE RDEF-COLUNA(INDICE-VALOR-REL) TO COLUNA-CORRENTE-REL
618220     IF PONTEIRO-COLUNAS-RELDEF > 1
618230         STRING "," DELIMITED BY SIZE
618240             INTO TEXTO-COLUNAS-RELDEF
618250             WITH POINTER PONTEIRO-COLUNAS-RELDEF
618260     END-IF
618270     STRING COLREL-NOME(COLUNA-CORRENTE-REL) DELIMITED BY SPACE
618280         INTO TEXTO-COLUNAS-RELDEF
618290         WITH POINTER PONTEIRO-COLUNAS-RELDEF.
618300 4731-ANEXAR-NOME-COLUNA-EXIT.
618310     EXIT.
618320
618330 4732-LISTAR-RELDEFS.
618340     OPEN INPUT ARQUIVO-RELDEF
618350     IF STATUS-RELDEF = "35"
618360         DISPLAY "Nenhum relatório definido."
618370         GO TO 4732-LISTAR-RELDEFS-EXIT
618380     END-IF
618390     IF STATUS-RELDEF NOT = "00"
618400         DISPLAY "Erro ao abrir relatorios.txt: " STATUS-RELDEF
618410         GO TO 4732-LISTAR-RELDEFS-EXIT
618420     END-IF
618430     MOVE ZERO TO CONTADOR-RELDEF
618440     MOVE "N" TO INDICADOR-FIM-RELDEF
618450     MOVE SPACES TO RDEF-NOME
618460     START ARQUIVO-RELDEF KEY IS NOT LESS THAN RDEF-NOME
618470         INVALID KEY
618480             SET FIM-RELDEF TO TRUE
618490     END-START
618500     PERFORM 4733-EXIBIR-RELDEF
618510         THRU 4733-EXIBIR-RELDEF-EXIT
618520         UNTIL FIM-RELDEF
618530     CLOSE ARQUIVO-RELDEF
618540     DISPLAY "Relatórios definidos: " CONTADOR-RELDEF.
618550 4732-LISTAR-RELDEFS-EXIT.
618560     EXIT.
618570
618580 4733-EXIBIR-RELDEF.
618590     READ ARQUIVO-RELDEF NEXT RECORD
618600         AT END
618610             SET FIM-RELDEF TO TRUE
618620             GO TO 4733-EXIBIR-RELDEF-EXIT
618630     END-READ
618640     ADD 1 TO CONTADOR-RELDEF
618650     MOVE SPACES TO TEXTO-COLUNAS-RELDEF
618660     MOVE 1 TO PONTEIRO-COLUNAS-RELDEF
618670     PERFORM 4731-ANEXAR-NOME-COLUNA
618680         THRU 4731-ANEXAR-NOME-COLUNA-EXIT
618690         VARYING INDICE-VALOR-REL FROM 1 BY 1
618700         UNTIL INDICE-VALOR-REL > 8
618710     DISPLAY RDEF-NOME " " RDEF-TITULO
618720     DISPLAY "           colunas: " TEXTO-COLUNAS-RELDEF
618730     IF RDEF-SAIDA-CSV
618740         DISPLAY "           saída: CSV   definido por "
618750             RDEF-OPERADOR
618760     ELSE
618770         DISPLAY "           saída: lista definido por "
618780             RDEF-OPERADOR
618790     END-IF.
618800 4733-EXIBIR-RELDEF-EXIT.
618810     EXIT.
618820
618830*================================================================
618840* 4734-EXCLUIR-RELDEF
618850* Exclui uma definicao de relatorio, com confirmacao. O ultimo
618860* arquivo gerado por ela (rel-NOME.lst/.csv) nao e apagado.
618870*================================================================
618880 4734-EXCLUIR-RELDEF.
618890     PERFORM 4705-ABRIR-RELDEF-IO
618900         THRU 4705-ABRIR-RELDEF-IO-EXIT
618910     PERFORM 4711-OBTER-NOME-RELDEF
618920         THRU 4711-OBTER-NOME-RELDEF-EXIT
618930     IF NOT NOME-RELDEF-VALIDO
618940         CLOSE ARQUIVO-RELDEF
618950         GO TO 4734-EXCLUIR-RELDEF-EXIT
618960     END-IF
618970     MOVE NOME-RELDEF-INPUT TO RDEF-NOME
618980     READ ARQUIVO-RELDEF
618990         INVALID KEY
619000             DISPLAY "Relatório não definido: "
619005                 NOME-RELDEF-INPUT
619010             CLOSE ARQUIVO-RELDEF
619020             GO TO 4734-EXCLUIR-RELDEF-EXIT
619030     END-READ
619040     DISPLAY "Confirma exclusão de " RDEF-NOME " - " RDEF-TITULO
619050         " (S/N)? "
619060     ACCEPT RESPOSTA
619070     IF NOT RESPOSTA-SIM
619080         DISPLAY "Exclusão cancelada."
619090         CLOSE ARQUIVO-RELDEF
619100         GO TO 4734-EXCLUIR-RELDEF-EXIT
619110     END-IF
619120     DELETE ARQUIVO-RELDEF
619130         INVALID KEY
619140             DISPLAY "Erro ao excluir o relatório: "
619145                 STATUS-RELDEF
619150     END-DELETE
619160     CLOSE ARQUIVO-RELDEF
619170     DISPLAY "Relatório excluído com sucesso!".
619180 4734-EXCLUIR-RELDEF-EXIT.
619190     EXIT.
619200
619210*================================================================
619220* 4736-EXECUTAR-RELDEF-MENU
619230* Opcao 49: lista os relatorios definidos, pede o nome de um e o
619240* gera (4740).
619250*================================================================
619260 4736-EXECUTAR-RELDEF-MENU.
619270     PERFORM 4732-LISTAR-RELDEFS
619280         THRU 4732-LISTAR-RELDEFS-EXIT
619290     PERFORM 4711-OBTER-NOME-RELDEF
619300         THRU 4711-OBTER-NOME-RELDEF-EXIT
619310     IF NOT NOME-RELDEF-VALIDO
619320         GO TO 4736-EXECUTAR-RELDEF-MENU-EXIT
619330     END-IF
619340     PERFORM 4738-CARREGAR-RELDEF
619350         THRU 4738-CARREGAR-RELDEF-EXIT
619360     IF NOT RELDEF-ACHADA
619370         DISPLAY "Relatório não definido: " NOME-RELDEF-INPUT
619380         GO TO 4736-EXECUTAR-RELDEF-MENU-EXIT
619390     END-IF
619400     PERFORM 4740-GERAR-RELATORIO-SALVO
619410         THRU 4740-GERAR-RELATORIO-SALVO-EXIT.
619420 4736-EXECUTAR-RELDEF-MENU-EXIT.
619430     EXIT.
619440
619450*================================================================
619460* 4737-EXECUTAR-RELDEF-LOTE
619470* Funcao RELATORIO de parametros.txt: o nome do relatorio vem em
619480* PARM-VALOR. Nome invalido ou nao definido marca erro no log.
619490*================================================================
619500 4737-EXECUTAR-RELDEF-LOTE.
619510     MOVE PARM-VALOR TO NOME-RELDEF-INPUT
619520     PERFORM 4712-VALIDAR-NOME-RELDEF
619530         THRU 4712-VALIDAR-NOME-RELDEF-EXIT
619540     IF NOT NOME-RELDEF-VALIDO
619550         DISPLAY "Nome inválido para RELATORIO: " PARM-VALOR
619560         SET ERRO-FUNCAO TO TRUE
619570         MOVE "nome de relatorio invalido" TO TEXTO-LOG-LOTE
619580         GO TO 4737-EXECUTAR-RELDEF-LOTE-EXIT
619590     END-IF
619600     PERFORM 4738-CARREGAR-RELDEF
619610         THRU 4738-CARREGAR-RELDEF-EXIT
619620     IF NOT RELDEF-ACHADA
619630         DISPLAY "Relatório não definido: " NOME-RELDEF-INPUT
619640         SET ERRO-FUNCAO TO TRUE
619650         MOVE "relatorio nao definido" TO TEXTO-LOG-LOTE
619660         GO TO 4737-EXECUTAR-RELDEF-LOTE-EXIT
619670     END-IF
619680     PERFORM 4740-GERAR-RELATORIO-SALVO
619690         THRU 4740-GERAR-RELATORIO-SALVO-EXIT.
619700 4737-EXECUTAR-RELDEF-LOTE-EXIT.
619710     EXIT.
619720
619730*================================================================
619740* 4738-CARREGAR-RELDEF
619750* Le em relatorios.txt a definicao NOME-RELDEF-INPUT, que fica em
619760* REGISTRO-RELDEF com RELDEF-ACHADA ligado.
619770*================================================================
619780 4738-CARREGAR-RELDEF.
619790     MOVE "N" TO INDICADOR-RELDEF-ACHADA
619800     OPEN INPUT ARQUIVO-RELDEF
619810     IF STATUS-RELDEF NOT = "00"
619820         GO TO 4738-CARREGAR-RELDEF-EXIT
619830     END-IF
619840     MOVE NOME-RELDEF-INPUT TO RDEF-NOME
619850     READ ARQUIVO-RELDEF
619860         INVALID KEY
619870             CONTINUE
619880         NOT INVALID KEY
619890             SET RELDEF-ACHADA TO TRUE
619900     END-READ
619910     CLOSE ARQUIVO-RELDEF.
619920 4738-CARREGAR-RELDEF-EXIT.
619930     EXIT.
619940
619950*================================================================
619960* 4740-GERAR-RELATORIO-SALVO
619970* Gera o relatorio de REGISTRO-RELDEF. Primeira passada: varre o
619980* cadastro vivo e/ou arquivadas.txt, aplica os filtros e grava em
619990* relatorio.ord cada pessoa selecionada, com a chave da ordem e o
620000* valor de cada coluna. Segunda passada: le relatorio.ord na ordem
620010* da chave e grava rel-NOME.lst (paginado, com subtotais) ou
620020* rel-NOME.csv. Telefone, e-mail e endereco de quem recusou o
620030* canal saem em branco, como na exportacao CSV.
620040*================================================================
620050 4740-GERAR-RELATORIO-SALVO.
620060     PERFORM 4741-MONTAR-NOME-ARQ-REL
620070         THRU 4741-MONTAR-NOME-ARQ-REL-EXIT
620080     OPEN OUTPUT ARQUIVO-REL-SALVO
620090     IF STATUS-REL-SALVO NOT = "00"
620100         DISPLAY "Erro ao abrir " NOME-ARQ-REL-SALVO ": "
620110             STATUS-REL-SALVO
620120         SET ERRO-FUNCAO TO TRUE
620130         MOVE "erro ao abrir saida do relatorio" TO TEXTO-LOG-LOTE
620140         GO TO 4740-GERAR-RELATORIO-SALVO-EXIT
620150     END-IF
620160     OPEN OUTPUT ARQUIVO-ORDEM-RELATORIO
620170     IF STATUS-ORDEM-RELATORIO NOT = "00"
620180         DISPLAY "Erro ao abrir relatorio.ord: "
620190             STATUS-ORDEM-RELATORIO
620200         SET ERRO-FUNCAO TO TRUE
620210         MOVE "erro ao abrir relatorio.ord" TO TEXTO-LOG-LOTE
620220         CLOSE ARQUIVO-REL-SALVO
620230         GO TO 4740-GERAR-RELATORIO-SALVO-EXIT
620240     END-IF
620250
620260     MOVE ZERO TO QTD-COLUNAS-RELDEF
620270     MOVE ZERO TO LARGURA-LINHA-RELDEF
620280     PERFORM 4744-MEDIR-COLUNA-REL
620290         THRU 4744-MEDIR-COLUNA-REL-EXIT
620300         VARYING INDICE-VALOR-REL FROM 1 BY 1
620310         UNTIL INDICE-VALOR-REL > 8
620320     ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD
620330     COMPUTE MESES-HOJE-REL = (ANO-HOJE * 12) + MES-HOJE
620340     MOVE ZERO TO CONTADOR-REL-LIDAS
620350     MOVE ZERO TO CONTADOR-REL-LISTADAS
620360
620370     OPEN INPUT ARQUIVO-PESSOAS
620380     PERFORM 3470-ABRIR-DETALHES-IO
620390         THRU 3470-ABRIR-DETALHES-IO-EXIT
620400     PERFORM 6306-ABRIR-ARQDETALHES-IO
620410         THRU 6306-ABRIR-ARQDETALHES-IO-EXIT
620412     PERFORM 6305-ABRIR-ARQCONTATOS-IO
620414         THRU 6305-ABRIR-ARQCONTATOS-IO-EXIT
620420     PERFORM 4205-ABRIR-ATIVIDADES-IO
620430         THRU 4205-ABRIR-ATIVIDADES-IO-EXIT
620440     PERFORM 4405-ABRIR-ENDERECOS-IO
620450         THRU 4405-ABRIR-ENDERECOS-IO-EXIT
620460     PERFORM 3860-ABRIR-CONSENT-IO
620470         THRU 3860-ABRIR-CONSENT-IO-EXIT
620480
620490     IF NOT RDEF-SO-ARQUIVADAS
620500         MOVE "N" TO INDICADOR-FIM-PESSOAS
620510         MOVE ZEROS TO PESSOA-ID
620520         START ARQUIVO-PESSOAS KEY IS NOT LESS THAN PESSOA-ID
620530             INVALID KEY
620540                 SET FIM-PESSOAS TO TRUE
620550         END-START
620560         PERFORM 4742-LER-PESSOA-REL
620570             THRU 4742-LER-PESSOA-REL-EXIT
620580             UNTIL FIM-PESSOAS
620590     END-IF
620600     IF NOT RDEF-SO-VIVAS
620610         OPEN INPUT ARQUIVO-ARQUIVADAS
620620         IF STATUS-ARQUIVADAS = "00"
620630             MOVE "N" TO INDICADOR-FIM-ARQUIVADAS
620640             MOVE ZEROS TO ARQV-PESSOA-ID
620650             START ARQUIVO-ARQUIVADAS
620660                     KEY IS NOT LESS THAN ARQV-PESSOA-ID
620670                 INVALID KEY
620680                     SET FIM-ARQUIVADAS TO TRUE
620690             END-START
620700             PERFORM 4743-LER-ARQUIVADA-REL
620710                 THRU 4743-LER-ARQUIVADA-REL-EXIT
620720                 UNTIL FIM-ARQUIVADAS
620730             CLOSE ARQUIVO-ARQUIVADAS
620740         END-IF
620750     END-IF
620760
620770     CLOSE ARQUIVO-PESSOAS
620780     CLOSE ARQUIVO-DETALHES
620790     CLOSE ARQUIVO-ARQ-DETALHES
620795     CLOSE ARQUIVO-ARQ-CONTATOS
620800     CLOSE ARQUIVO-ATIVIDADES
620810     CLOSE ARQUIVO-ENDERECOS
620820     CLOSE ARQUIVO-CONSENTIMENTOS
620830
620840     CLOSE ARQUIVO-ORDEM-RELATORIO
620850     OPEN INPUT ARQUIVO-ORDEM-RELATORIO
620860     IF STATUS-ORDEM-RELATORIO NOT = "00"
620870         DISPLAY "Erro ao reabrir relatorio.ord: "
620880             STATUS-ORDEM-RELATORIO
620890         SET ERRO-FUNCAO TO TRUE
620900         MOVE "erro ao reabrir relatorio.ord" TO TEXTO-LOG-LOTE
620910         CLOSE ARQUIVO-REL-SALVO
620920         GO TO 4740-GERAR-RELATORIO-SALVO-EXIT
620930     END-IF
620940
620950     ACCEPT DATA-EMISSAO-RELATORIO FROM DATE YYYYMMDD
620960     MOVE SPACES TO DATA-EMISSAO-FORMATADA
620970     STRING DIA-EMISSAO-RELATORIO DELIMITED BY SIZE
620980             "/"                  DELIMITED BY SIZE
620990             MES-EMISSAO-RELATORIO DELIMITED BY SIZE
621000             "/"                  DELIMITED BY SIZE
621010             ANO-EMISSAO-RELATORIO DELIMITED BY SIZE
621020         INTO DATA-EMISSAO-FORMATADA
621030     MOVE ZERO TO NUMERO-PAGINA
621040     MOVE LINHAS-POR-PAGINA TO CONTADOR-LINHAS-PAGINA
621050     MOVE "N" TO INDICADOR-HA-QUEBRA-REL
621060     MOVE ZERO TO CONTADOR-REL-SUBTOTAL
621070     IF RDEF-SAIDA-CSV
621080         PERFORM 4766-GRAVAR-CABECALHO-CSV
621090             THRU 4766-GRAVAR-CABECALHO-CSV-EXIT
621100     END-IF
621110
621120     MOVE "N" TO INDICADOR-FIM-ORDEM-REL
621130     MOVE LOW-VALUES TO ORDREL-CHAVE
621140     START ARQUIVO-ORDEM-RELATORIO
621150             KEY IS NOT LESS THAN ORDREL-CHAVE
621160         INVALID KEY
621170             SET FIM-ORDEM-RELATORIO TO TRUE
621180     END-START
621190     PERFORM 4760-EMITIR-LINHA-REL
621200         THRU 4760-EMITIR-LINHA-REL-EXIT
621210         UNTIL FIM-ORDEM-RELATORIO
621220     IF HA-QUEBRA-REL
621230         PERFORM 4765-IMPRIMIR-SUBTOTAL-REL
621240             THRU 4765-IMPRIMIR-SUBTOTAL-REL-EXIT
621250     END-IF
621260     IF RDEF-SAIDA-LISTA
621270         PERFORM 4768-IMPRIMIR-RODAPE-REL
621280             THRU 4768-IMPRIMIR-RODAPE-REL-EXIT
621290     END-IF
621300     CLOSE ARQUIVO-ORDEM-RELATORIO
621310     CLOSE ARQUIVO-REL-SALVO
621320     DISPLAY "Pessoas lidas....: " CONTADOR-REL-LIDAS
621330     DISPLAY "Pessoas listadas.: " CONTADOR-REL-LISTADAS
621340     DISPLAY "Relatório gerado: " NOME-ARQ-REL-SALVO.
621350 4740-GERAR-RELATORIO-SALVO-EXIT.
621360     EXIT.
621370
621380*================================================================
621390* 4741-MONTAR-NOME-ARQ-REL
621400* Nome do arquivo de saida: rel- seguido do nome do relatorio em
621410* minusculas, com .lst ou .csv conforme a saida definida.
621420*================================================================
621430 4741-MONTAR-NOME-ARQ-REL.
621440     MOVE RDEF-NOME TO NOME-RELDEF-MINUSC
621450     INSPECT NOME-RELDEF-MINUSC CONVERTING
621460         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
621470         TO "abcdefghijklmnopqrstuvwxyz"
621480     MOVE SPACES TO NOME-ARQ-REL-SALVO
621490     IF RDEF-SAIDA-CSV
621500         STRING "rel-"             DELIMITED BY SIZE
621510                 NOME-RELDEF-MINUSC DELIMITED BY SPACE
621520                 ".csv"             DELIMITED BY SIZE
621530             INTO NOME-ARQ-REL-SALVO
621540     ELSE
621550         STRING "rel-"             DELIMITED BY SIZE
621560                 NOME-RELDEF-MINUSC DELIMITED BY SPACE
621570                 ".lst"             DELIMITED BY SIZE
621580             INTO NOME-ARQ-REL-SALVO
621590     END-IF.
621600 4741-MONTAR-NOME-ARQ-REL-EXIT.
621610     EXIT.
621620
621630 4742-LER-PESSOA-REL.
621640     READ ARQUIVO-PESSOAS NEXT RECORD
621650         AT END
621660             SET FIM-PESSOAS TO TRUE
621670             GO TO 4742-LER-PESSOA-REL-EXIT
621680     END-READ
621690     SET PESSOA-REL-VIVA TO TRUE
621700     PERFORM 4745-SELECIONAR-PESSOA-REL
621710         THRU 4745-SELECIONAR-PESSOA-REL-EXIT.
621720 4742-LER-PESSOA-REL-EXIT.
621730     EXIT.
621740
621750 4743-LER-ARQUIVADA-REL.
621760     READ ARQUIVO-ARQUIVADAS NEXT RECORD
621770         AT END
621780             SET FIM-ARQUIVADAS TO TRUE
621790             GO TO 4743-LER-ARQUIVADA-REL-EXIT
621800     END-READ
621810     MOVE REGISTRO-ARQUIVADA TO REGISTRO-PESSOA
621820     SET PESSOA-REL-ARQUIVADA TO TRUE
621830     PERFORM 4745-SELECIONAR-PESSOA-REL
621840         THRU 4745-SELECIONAR-PESSOA-REL-EXIT.
621850 4743-LER-ARQUIVADA-REL-EXIT.
621860     EXIT.
621870
621880 4744-MEDIR-COLUNA-REL.
621890     IF RDEF-COLUNA(INDICE-VALOR-REL) = ZERO
621900         GO TO 4744-MEDIR-COLUNA-REL-EXIT
621910     END-IF
621920     MOVE RDEF-COLUNA(INDICE-VALOR-REL) TO COLUNA-CORRENTE-REL
621930     IF QTD-COLUNAS-RELDEF > ZERO
621940         ADD 1 TO LARGURA-LINHA-RELDEF
621950     END-IF
621960     ADD 1 TO QTD-COLUNAS-RELDEF
621970     ADD COLREL-LARGURA(COLUNA-CORRENTE-REL)
621980         TO LARGURA-LINHA-RELDEF.
621990 4744-MEDIR-COLUNA-REL-EXIT.
622000     EXIT.
622010
622020*================================================================
622030* 4745-SELECIONAR-PESSOA-REL
622040* Aplica a pessoa de REGISTRO-PESSOA (viva ou arquivada) os
622050* filtros da definicao e grava em relatorio.ord quem passa. Os
622060* meses sem contato contam do ultimo contato (de atividades.txt
622065* ou, para a pessoa arquivada, de arqcontatos.txt) ou, sem
622070* contato registrado, de DATA-CONHECEU, como no relatorio de
622080* contatos frios (9810); o limite e 999.
622090*================================================================
622100 4745-SELECIONAR-PESSOA-REL.
622110     ADD 1 TO CONTADOR-REL-LIDAS
622120     IF RDEF-CATEGORIA NOT = SPACES
622130             AND CATEGORIA NOT = RDEF-CATEGORIA
622140         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622150     END-IF
622160     MOVE DATA-CONHECEU TO DATA-A-CONVERTER
622170     PERFORM 8100-CONVERTER-DATA-NUMERICA
622180         THRU 8100-CONVERTER-DATA-NUMERICA-EXIT
622190     MOVE DATA-CONVERTIDA-NUM TO DATA-CONHECEU-REL
622200     IF RDEF-CONHECEU-DE NOT = ZERO
622210             AND DATA-CONHECEU-REL < RDEF-CONHECEU-DE
622220         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622230     END-IF
622240     IF RDEF-CONHECEU-ATE NOT = ZERO
622250             AND DATA-CONHECEU-REL > RDEF-CONHECEU-ATE
622260         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622270     END-IF
622280
622290     MOVE PESSOA-ID TO ID-PESSOA-CORRENTE
622300     MOVE DATA-CONHECEU-REL TO DATA-ULTIMO-CONTATO
622305     IF PESSOA-REL-ARQUIVADA
622310         PERFORM 4753-RESUMIR-CONTATOS-ARQV-REL
622312             THRU 4753-RESUMIR-CONTATOS-ARQV-REL-EXIT
622314     ELSE
622316         PERFORM 9820-LOCALIZAR-ULTIMO-CONTATO
622318             THRU 9820-LOCALIZAR-ULTIMO-CONTATO-EXIT
622320     END-IF
622330     COMPUTE MESES-ULTIMO-REL =
622340         (ANO-ULTIMO-CONTATO * 12) + MES-ULTIMO-CONTATO
622350     IF MESES-ULTIMO-REL NOT < MESES-HOJE-REL
622360         MOVE ZERO TO MESES-SEM-CONTATO-REL
622370     ELSE
622380         COMPUTE MESES-ULTIMO-REL =
622385             MESES-HOJE-REL - MESES-ULTIMO-REL
622390         IF MESES-ULTIMO-REL > 999
622400             MOVE 999 TO MESES-SEM-CONTATO-REL
622410         ELSE
622420             MOVE MESES-ULTIMO-REL TO MESES-SEM-CONTATO-REL
622430         END-IF
622440     END-IF
622450     IF RDEF-MESES-MINIMO NOT = ZERO
622460             AND MESES-SEM-CONTATO-REL < RDEF-MESES-MINIMO
622470         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622480     END-IF
622490     IF RDEF-MESES-MAXIMO NOT = ZERO
622500             AND MESES-SEM-CONTATO-REL > RDEF-MESES-MAXIMO
622510         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622520     END-IF
622530
622540     PERFORM 4746-LER-DETALHES-REL
622550         THRU 4746-LER-DETALHES-REL-EXIT
622560     IF RDEF-COM-EMAIL AND EMAIL-REL = SPACES
622570         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622580     END-IF
622590     IF RDEF-SEM-EMAIL AND EMAIL-REL NOT = SPACES
622600         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622610     END-IF
622620     MOVE PESSOA-ID TO ID-ENDERECO
622630     PERFORM 4410-LER-ENDERECO
622640         THRU 4410-LER-ENDERECO-EXIT
622650     IF RDEF-COM-ENDERECO
622660             AND NOT ENDERECO-ACHADO
622670             AND ENDERECO-LIVRE-REL = SPACES
622680         GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622690     END-IF
622700     IF RDEF-SEM-ENDERECO
622710         IF ENDERECO-ACHADO OR ENDERECO-LIVRE-REL NOT = SPACES
622720             GO TO 4745-SELECIONAR-PESSOA-REL-EXIT
622730         END-IF
622740     END-IF
622750
622760     MOVE PESSOA-ID TO ID-CONSENT-BUSCA
622770     PERFORM 3875-AVALIAR-RECUSAS-PESSOA
622780         THRU 3875-AVALIAR-RECUSAS-PESSOA-EXIT
622790     IF RECUSA-TELEFONE
622800         MOVE SPACES TO TELEFONE-REL
622810     END-IF
622820     IF RECUSA-EMAIL
622830         MOVE SPACES TO EMAIL-REL
622840     END-IF
622850     PERFORM 4750-CALCULAR-VALORES-REL
622860         THRU 4750-CALCULAR-VALORES-REL-EXIT
622870     PERFORM 4755-GRAVAR-ORDEM-REL
622880         THRU 4755-GRAVAR-ORDEM-REL-EXIT.
622890 4745-SELECIONAR-PESSOA-REL-EXIT.
622900     EXIT.
622910
622920*================================================================
622930* 4746-LER-DETALHES-REL
622940* Deixa em TELEFONE-REL, EMAIL-REL e ENDERECO-LIVRE-REL o primeiro
622950* dado de contato "F", "E" e "N" da pessoa corrente, lido de
622960* detalhes.txt ou, para a pessoa arquivada, de arqdetalhes.txt
622970* (os dois ja abertos).
622980*================================================================
622990 4746-LER-DETALHES-REL.
623000     MOVE SPACES TO TELEFONE-REL
623010     MOVE SPACES TO EMAIL-REL
623020     MOVE SPACES TO ENDERECO-LIVRE-REL
623030     MOVE "N" TO INDICADOR-FIM-DETALHES-REL
623040     IF PESSOA-REL-VIVA
623050         MOVE PESSOA-ID TO DETALHE-PESSOA-ID
623060         MOVE SPACE TO DETALHE-TIPO
623070         MOVE ZEROS TO DETALHE-SEQUENCIA
623080         START ARQUIVO-DETALHES KEY IS NOT LESS THAN DETALHE-CHAVE
623090             INVALID KEY
623100                 SET FIM-DETALHES-REL TO TRUE
623110         END-START
623120         PERFORM 4747-LER-DETALHE-VIVO-REL
623130             THRU 4747-LER-DETALHE-VIVO-REL-EXIT
623140             UNTIL FIM-DETALHES-REL
623150     ELSE
623160         MOVE PESSOA-ID TO ARQD-PESSOA-ID
623170         MOVE SPACE TO ARQD-TIPO
623180         MOVE ZEROS TO ARQD-SEQUENCIA
623190         START ARQUIVO-ARQ-DETALHES
623195                 KEY IS NOT LESS THAN ARQD-CHAVE
623200             INVALID KEY
623210                 SET FIM-DETALHES-REL TO TRUE
623220         END-START
623230         PERFORM 4748-LER-DETALHE-ARQV-REL
623240             THRU 4748-LER-DETALHE-ARQV-REL-EXIT
623250             UNTIL FIM-DETALHES-REL
623260     END-IF.
623270 4746-LER-DETALHES-REL-EXIT.
623280     EXIT.
623290
623300 4747-LER-DETALHE-VIVO-REL.
623310     READ ARQUIVO-DETALHES NEXT RECORD
623320         AT END
623330             SET FIM-DETALHES-REL TO TRUE
623340             GO TO 4747-LER-DETALHE-VIVO-REL-EXIT
623350     END-READ
623360     IF DETALHE-PESSOA-ID NOT = PESSOA-ID
623370         SET FIM-DETALHES-REL TO TRUE
623380         GO TO 4747-LER-DETALHE-VIVO-REL-EXIT
623390     END-IF
623400     MOVE DETALHE-TIPO  TO TIPO-DETALHE-REL
623410     MOVE DETALHE-VALOR TO VALOR-DETALHE-REL
623420     PERFORM 4749-GUARDAR-DETALHE-REL
623430         THRU 4749-GUARDAR-DETALHE-REL-EXIT.
623440 4747-LER-DETALHE-VIVO-REL-EXIT.
623450     EXIT.
623460
623470 4748-LER-DETALHE-ARQV-REL.
623480     READ ARQUIVO-ARQ-DETALHES NEXT RECORD
623490         AT END
623500             SET FIM-DETALHES-REL TO TRUE
623510             GO TO 4748-LER-DETALHE-ARQV-REL-EXIT
623520     END-READ
623530     IF ARQD-PESSOA-ID NOT = PESSOA-ID
623540         SET FIM-DETALHES-REL TO TRUE
623550         GO TO 4748-LER-DETALHE-ARQV-REL-EXIT
623560     END-IF
623570     MOVE ARQD-TIPO  TO TIPO-DETALHE-REL
623580     MOVE ARQD-VALOR TO VALOR-DETALHE-REL
623590     PERFORM 4749-GUARDAR-DETALHE-REL
623600         THRU 4749-GUARDAR-DETALHE-REL-EXIT.
623610 4748-LER-DETALHE-ARQV-REL-EXIT.
623620     EXIT.
623630
623640 4749-GUARDAR-DETALHE-REL.
623650     EVALUATE TIPO-DETALHE-REL
623660         WHEN "F"
623670             IF TELEFONE-REL = SPACES
623680                 MOVE VALOR-DETALHE-REL TO TELEFONE-REL
623690             END-IF
623700         WHEN "E"
623710             IF EMAIL-REL = SPACES
623720                 MOVE VALOR-DETALHE-REL TO EMAIL-REL
623730             END-IF
623740         WHEN "N"
623750             IF ENDERECO-LIVRE-REL = SPACES
623760                 MOVE VALOR-DETALHE-REL TO ENDERECO-LIVRE-REL
623770             END-IF
623780     END-EVALUATE.
623790 4749-GUARDAR-DETALHE-REL-EXIT.
623800     EXIT.
623810
623820*================================================================
623825* 4750-CALCULAR-VALORES-REL
623830* Preenche, para a pessoa corrente, o texto e a chave de ordenacao
623835* de cada coluna do catalogo (TABELA-COLUNAS-REL). Datas ordenam
623840* por AAAAMMDD e nome pelo nome em maiusculas. O endereco e o
623845* estruturado de enderecos.txt ou, na falta dele, o primeiro "N";
623850* fica em branco para quem recusou o canal CARTA.
623855*================================================================
623860 4750-CALCULAR-VALORES-REL.
623865     MOVE SPACES TO TABELA-VALORES-REL
623870     MOVE PESSOA-ID     TO VALREL-TEXTO(1)
623875     MOVE PESSOA-ID     TO VALREL-CHAVE(1)
623880     MOVE NOME          TO VALREL-TEXTO(2)
623885     MOVE NOME-MAIUSC   TO VALREL-CHAVE(2)
623890     MOVE DATA-CONHECEU TO VALREL-TEXTO(3)
623895     MOVE DATA-CONHECEU-REL TO VALREL-CHAVE(3)
623900     MOVE CATEGORIA     TO VALREL-TEXTO(4)
623905     MOVE CATEGORIA     TO VALREL-CHAVE(4)
623910     MOVE OBSERVACAO    TO VALREL-TEXTO(5)
623915     MOVE OBSERVACAO    TO VALREL-CHAVE(5)
623920     MOVE TELEFONE-REL  TO VALREL-TEXTO(6)
623925     MOVE EMAIL-REL     TO VALREL-TEXTO(7)
623930     IF NOT RECUSA-CARTA
623935         IF ENDERECO-ACHADO
623940             PERFORM 4440-FORMATAR-ENDERECO
623945                 THRU 4440-FORMATAR-ENDERECO-EXIT
623950             MOVE ENDERECO-UMA-LINHA TO VALREL-TEXTO(8)
623955         ELSE
623960             MOVE ENDERECO-LIVRE-REL TO VALREL-TEXTO(8)
623965         END-IF
623970     END-IF
623975     IF ATIV-TOTAL-CONTATOS > ZERO
623980         MOVE ATIV-DATA-ULTIMO TO DATA-AAAAMMDD-REL
623985         PERFORM 4752-FORMATAR-DATA-REL
623990             THRU 4752-FORMATAR-DATA-REL-EXIT
623995         MOVE DATA-FORMATADA-REL  TO VALREL-TEXTO(9)
624000         MOVE ATIV-DATA-ULTIMO    TO VALREL-CHAVE(9)
624005         MOVE ULTIMO-CONTATO-TIPO TO VALREL-TEXTO(10)
624010         MOVE ULTIMO-CONTATO-NOTA TO VALREL-TEXTO(11)
624015     END-IF
624020     MOVE ATIV-TOTAL-CONTATOS TO VALREL-TEXTO(13)
624025     MOVE MESES-SEM-CONTATO-REL TO VALREL-TEXTO(12)
624030     IF PESSOA-REL-ARQUIVADA
624035         MOVE "ARQUIVADA" TO VALREL-TEXTO(14)
624040     ELSE
624045         MOVE "ATIVA"     TO VALREL-TEXTO(14)
624050     END-IF
624055     IF ENDERECO-ACHADO
624060         MOVE ENDR-CIDADE TO VALREL-TEXTO(15)
624065         MOVE ENDR-UF     TO VALREL-TEXTO(16)
624070     END-IF
624075     PERFORM 4751-COPIAR-CHAVE-TEXTO
624080         THRU 4751-COPIAR-CHAVE-TEXTO-EXIT
624085         VARYING INDICE-VALOR-REL FROM 6 BY 1
624090         UNTIL INDICE-VALOR-REL > QTD-COLUNAS-CATALOGO.
624095 4750-CALCULAR-VALORES-REL-EXIT.
624100     EXIT.
624105
624110 4751-COPIAR-CHAVE-TEXTO.
624115     IF VALREL-CHAVE(INDICE-VALOR-REL) = SPACES
624120         MOVE VALREL-TEXTO(INDICE-VALOR-REL)
624125             TO VALREL-CHAVE(INDICE-VALOR-REL)
624130     END-IF.
624135 4751-COPIAR-CHAVE-TEXTO-EXIT.
624140     EXIT.
624145
624150 4752-FORMATAR-DATA-REL.
624155     MOVE SPACES TO DATA-FORMATADA-REL
624160     STRING DIA-DATA-REL DELIMITED BY SIZE
624165             "/"          DELIMITED BY SIZE
624170             MES-DATA-REL DELIMITED BY SIZE
624175             "/"          DELIMITED BY SIZE
624180             ANO-DATA-REL DELIMITED BY SIZE
624185         INTO DATA-FORMATADA-REL.
624190 4752-FORMATAR-DATA-REL-EXIT.
624195     EXIT.
624200
624205*================================================================
624210* 4753-RESUMIR-CONTATOS-ARQV-REL
624215* Para a pessoa arquivada, cujos contatos foram para
624220* arqcontatos.txt (ja aberto) e cujo resumo em atividades.txt foi
624225* zerado, monta em REGISTRO-ATIVIDADE o total de contatos e a data
624230* do ultimo, com tipo e nota em ULTIMO-CONTATO-TIPO/NOTA, como a
624235* 9820 faz para a pessoa viva. O ultimo contato e o ultimo
624237* registro da faixa de chaves da pessoa.
624245*================================================================
624250 4753-RESUMIR-CONTATOS-ARQV-REL.
624255     MOVE ZERO TO ATIV-TOTAL-CONTATOS
624260     MOVE ZEROS TO ATIV-DATA-ULTIMO
624265     MOVE SPACES TO ULTIMO-CONTATO-TIPO
624270     MOVE SPACES TO ULTIMO-CONTATO-NOTA
624275     MOVE "N" TO INDICADOR-FIM-CONTATOS-REL
624280     MOVE PESSOA-ID TO ARQC-PESSOA-ID
624285     MOVE ZEROS TO ARQC-DATA-NUM
624290     MOVE ZEROS TO ARQC-SEQUENCIA
624295     START ARQUIVO-ARQ-CONTATOS KEY IS NOT LESS THAN ARQC-CHAVE
624300         INVALID KEY
624305             SET FIM-CONTATOS-REL TO TRUE
624310     END-START
624315     PERFORM 4754-LER-CONTATO-ARQV-REL
624320         THRU 4754-LER-CONTATO-ARQV-REL-EXIT
624325         UNTIL FIM-CONTATOS-REL.
624330 4753-RESUMIR-CONTATOS-ARQV-REL-EXIT.
624335     EXIT.
624340
624345 4754-LER-CONTATO-ARQV-REL.
624350     READ ARQUIVO-ARQ-CONTATOS NEXT RECORD
624355         AT END
624360             SET FIM-CONTATOS-REL TO TRUE
624365             GO TO 4754-LER-CONTATO-ARQV-REL-EXIT
624370     END-READ
624375     IF ARQC-PESSOA-ID NOT = PESSOA-ID
624380         SET FIM-CONTATOS-REL TO TRUE
624385         GO TO 4754-LER-CONTATO-ARQV-REL-EXIT
624390     END-IF
624395     ADD 1 TO ATIV-TOTAL-CONTATOS
624400     MOVE ARQC-DATA-NUM TO ATIV-DATA-ULTIMO
624405     MOVE ARQC-DATA-NUM TO DATA-ULTIMO-CONTATO
624410     MOVE ARQC-TIPO     TO ULTIMO-CONTATO-TIPO
624415     MOVE ARQC-NOTA     TO ULTIMO-CONTATO-NOTA.
624420 4754-LER-CONTATO-ARQV-REL-EXIT.
624425     EXIT.
624430
624590*================================================================
624600* 4755-GRAVAR-ORDEM-REL
624610* Grava a pessoa em relatorio.ord: chave com as duas colunas da
624620* ordem (em branco quando nao ha), o ID e a origem (V/A), o texto
624630* da primeira coluna da ordem para o subtotal e o valor de cada
624640* coluna do relatorio.
624650*================================================================
624660 4755-GRAVAR-ORDEM-REL.
624670     MOVE SPACES TO REGISTRO-ORDEM-RELATORIO
624680     IF RDEF-ORDEM-1 > ZERO
624690         MOVE VALREL-CHAVE(RDEF-ORDEM-1) TO ORDREL-CHAVE-1
624700         MOVE VALREL-TEXTO(RDEF-ORDEM-1) TO ORDREL-QUEBRA
624710     END-IF
624720     IF RDEF-ORDEM-2 > ZERO
624730         MOVE VALREL-CHAVE(RDEF-ORDEM-2) TO ORDREL-CHAVE-2
624740     END-IF
624750     MOVE PESSOA-ID TO ORDREL-PESSOA-ID
624760     MOVE INDICADOR-ORIGEM-REL TO ORDREL-ORIGEM
624770     PERFORM 4756-COPIAR-VALOR-REL
624780         THRU 4756-COPIAR-VALOR-REL-EXIT
624790         VARYING INDICE-VALOR-REL FROM 1 BY 1
624800         UNTIL INDICE-VALOR-REL > QTD-COLUNAS-RELDEF
624810     WRITE REGISTRO-ORDEM-RELATORIO
624820         INVALID KEY
624830             DISPLAY "Erro ao gravar relatorio.ord: "
624840                 STATUS-ORDEM-RELATORIO
624850     END-WRITE.
624860 4755-GRAVAR-ORDEM-REL-EXIT.
624870     EXIT.
624880
624890 4756-COPIAR-VALOR-REL.
624900     MOVE RDEF-COLUNA(INDICE-VALOR-REL) TO COLUNA-CORRENTE-REL
624910     MOVE VALREL-TEXTO(COLUNA-CORRENTE-REL)
624920         TO ORDREL-VALOR(INDICE-VALOR-REL).
624930 4756-COPIAR-VALOR-REL-EXIT.
624940     EXIT.
624950
624960*================================================================
624970* 4760-EMITIR-LINHA-REL
624980* Le a pessoa seguinte de relatorio.ord e grava a sua linha. Na
624990* listagem, a mudanca da primeira coluna da ordem fecha o
625000* subtotal anterior (quando pedido) e cada pagina recebe
625010* cabecalho; no CSV so vao os valores.
625020*================================================================
625030 4760-EMITIR-LINHA-REL.
625040     READ ARQUIVO-ORDEM-RELATORIO NEXT RECORD
625050         AT END
625060             SET FIM-ORDEM-RELATORIO TO TRUE
625070             GO TO 4760-EMITIR-LINHA-REL-EXIT
625080     END-READ
625090     ADD 1 TO CONTADOR-REL-LISTADAS
625100     IF RDEF-SAIDA-CSV
625110         MOVE SPACES TO REGISTRO-REL-SALVO
625120         MOVE 1 TO PONTEIRO-LINHA-REL
625130         PERFORM 4762-ANEXAR-VALOR-CSV
625140             THRU 4762-ANEXAR-VALOR-CSV-EXIT
625150             VARYING INDICE-VALOR-REL FROM 1 BY 1
625160             UNTIL INDICE-VALOR-REL > QTD-COLUNAS-RELDEF
625170         WRITE REGISTRO-REL-SALVO
625180         GO TO 4760-EMITIR-LINHA-REL-EXIT
625190     END-IF
625200
625210     IF RDEF-COM-SUBTOTAL AND RDEF-ORDEM-1 > ZERO
625220         IF HA-QUEBRA-REL
625230                 AND ORDREL-CHAVE-1 NOT = QUEBRA-CORRENTE-REL
625240             PERFORM 4765-IMPRIMIR-SUBTOTAL-REL
625250                 THRU 4765-IMPRIMIR-SUBTOTAL-REL-EXIT
625260         END-IF
625270         IF NOT HA-QUEBRA-REL
625280             SET HA-QUEBRA-REL TO TRUE
625290             MOVE ORDREL-CHAVE-1 TO QUEBRA-CORRENTE-REL
625300             MOVE ORDREL-QUEBRA  TO ROTULO-QUEBRA-REL
625310             MOVE ZERO TO CONTADOR-REL-SUBTOTAL
625320         END-IF
625330         ADD 1 TO CONTADOR-REL-SUBTOTAL
625340     END-IF
625350     IF CONTADOR-LINHAS-PAGINA >= LINHAS-POR-PAGINA
625360         PERFORM 4763-IMPRIMIR-CABECALHO-REL
625370             THRU 4763-IMPRIMIR-CABECALHO-REL-EXIT
625380     END-IF
625390     MOVE SPACES TO REGISTRO-REL-SALVO
625400     MOVE 1 TO PONTEIRO-LINHA-REL
625410     PERFORM 4761-ANEXAR-VALOR-LISTA
625420         THRU 4761-ANEXAR-VALOR-LISTA-EXIT
625430         VARYING INDICE-VALOR-REL FROM 1 BY 1
625440         UNTIL INDICE-VALOR-REL > QTD-COLUNAS-RELDEF
625450     WRITE REGISTRO-REL-SALVO
625460     ADD 1 TO CONTADOR-LINHAS-PAGINA.
625470 4760-EMITIR-LINHA-REL-EXIT.
625480     EXIT.
625490
625500 4761-ANEXAR-VALOR-LISTA.
625510     MOVE RDEF-COLUNA(INDICE-VALOR-REL) TO COLUNA-CORRENTE-REL
625520     MOVE ORDREL-VALOR(INDICE-VALOR-REL)
625530         TO REGISTRO-REL-SALVO(PONTEIRO-LINHA-REL:
625540             COLREL-LARGURA(COLUNA-CORRENTE-REL))
625550     COMPUTE PONTEIRO-LINHA-REL = PONTEIRO-LINHA-REL
625560         + COLREL-LARGURA(COLUNA-CORRENTE-REL) + 1.
625570 4761-ANEXAR-VALOR-LISTA-EXIT.
625580     EXIT.
625590
625600 4762-ANEXAR-VALOR-CSV.
625610     IF INDICE-VALOR-REL > 1
625620         STRING "," DELIMITED BY SIZE
625630             INTO REGISTRO-REL-SALVO
625635             WITH POINTER PONTEIRO-LINHA-REL
625640     END-IF
625650     STRING '"' DELIMITED BY SIZE
625660         INTO REGISTRO-REL-SALVO WITH POINTER PONTEIRO-LINHA-REL
625670     MOVE ORDREL-VALOR(INDICE-VALOR-REL) TO CAMPO-PARA-TRIMAR
625680     PERFORM 9220-TRIM-CAMPO
625690         THRU 9220-TRIM-CAMPO-EXIT
625700     IF TAMANHO-TRIMADO > ZERO
625710         MOVE CAMPO-PARA-TRIMAR TO CAMPO-PARA-ESCAPAR
625720         MOVE TAMANHO-TRIMADO TO TAMANHO-PARA-ESCAPAR
625730         PERFORM 9230-ESCAPAR-ASPAS
625740             THRU 9230-ESCAPAR-ASPAS-EXIT
625750         STRING CAMPO-ESCAPADO(1:TAMANHO-ESCAPADO)
625760                 DELIMITED BY SIZE
625770             INTO REGISTRO-REL-SALVO
625775             WITH POINTER PONTEIRO-LINHA-REL
625780     END-IF
625790     STRING '"' DELIMITED BY SIZE
625800         INTO REGISTRO-REL-SALVO WITH POINTER PONTEIRO-LINHA-REL.
625810 4762-ANEXAR-VALOR-CSV-EXIT.
625820     EXIT.
625830
625840*================================================================
625850* 4763-IMPRIMIR-CABECALHO-REL
625860* Cabecalho de pagina da listagem: titulo, nome do relatorio, data
625870* de emissao e pagina, e os nomes das colunas na largura de cada
625880* uma, entre linhas separadoras da largura da linha.
625890*================================================================
625900 4763-IMPRIMIR-CABECALHO-REL.
625910     ADD 1 TO NUMERO-PAGINA
625920     MOVE SPACES TO REGISTRO-REL-SALVO
625930     STRING RDEF-TITULO           DELIMITED BY "  "
625940             " ("                  DELIMITED BY SIZE
625950             RDEF-NOME             DELIMITED BY SPACE
625960             ") - emissao "        DELIMITED BY SIZE
625970             DATA-EMISSAO-FORMATADA DELIMITED BY SIZE
625980             "   Pagina "          DELIMITED BY SIZE
625990             NUMERO-PAGINA         DELIMITED BY SIZE
626000         INTO REGISTRO-REL-SALVO
626010     WRITE REGISTRO-REL-SALVO
626020
626030     MOVE SPACES TO REGISTRO-REL-SALVO
626040     MOVE LINHA-TRACOS-REL(1:LARGURA-LINHA-RELDEF)
626050         TO REGISTRO-REL-SALVO
626060     WRITE REGISTRO-REL-SALVO
626070
626080     MOVE SPACES TO REGISTRO-REL-SALVO
626090     MOVE 1 TO PONTEIRO-LINHA-REL
626100     PERFORM 4764-ANEXAR-TITULO-LISTA
626110         THRU 4764-ANEXAR-TITULO-LISTA-EXIT
626120         VARYING INDICE-VALOR-REL FROM 1 BY 1
626130         UNTIL INDICE-VALOR-REL > QTD-COLUNAS-RELDEF
626140     WRITE REGISTRO-REL-SALVO
626150
626160     MOVE SPACES TO REGISTRO-REL-SALVO
626170     MOVE LINHA-TRACOS-REL(1:LARGURA-LINHA-RELDEF)
626180         TO REGISTRO-REL-SALVO
626190     WRITE REGISTRO-REL-SALVO
626200
626210     MOVE ZERO TO CONTADOR-LINHAS-PAGINA.
626220 4763-IMPRIMIR-CABECALHO-REL-EXIT.
626230     EXIT.
626240
626250 4764-ANEXAR-TITULO-LISTA.
626260     MOVE RDEF-COLUNA(INDICE-VALOR-REL) TO COLUNA-CORRENTE-REL
626270     MOVE COLREL-NOME(COLUNA-CORRENTE-REL)
626280         TO REGISTRO-REL-SALVO(PONTEIRO-LINHA-REL:
626290             COLREL-LARGURA(COLUNA-CORRENTE-REL))
626300     COMPUTE PONTEIRO-LINHA-REL = PONTEIRO-LINHA-REL
626310         + COLREL-LARGURA(COLUNA-CORRENTE-REL) + 1.
626320 4764-ANEXAR-TITULO-LISTA-EXIT.
626330     EXIT.
626340
626350*================================================================
626360* 4765-IMPRIMIR-SUBTOTAL-REL
626370* Fecha o grupo da primeira coluna da ordem com a quantidade de
626380* pessoas listadas nele, seguida de uma linha em branco; quando
626385* as duas linhas nao cabem na pagina, abre pagina nova antes.
626390*================================================================
626400 4765-IMPRIMIR-SUBTOTAL-REL.
626410     IF ROTULO-QUEBRA-REL = SPACES
626420         MOVE "(em branco)" TO ROTULO-QUEBRA-REL
626430     END-IF
626432     IF CONTADOR-LINHAS-PAGINA + 2 > LINHAS-POR-PAGINA
626434         PERFORM 4763-IMPRIMIR-CABECALHO-REL
626436             THRU 4763-IMPRIMIR-CABECALHO-REL-EXIT
626438     END-IF
626440     MOVE SPACES TO REGISTRO-REL-SALVO
626450     STRING "  Subtotal "          DELIMITED BY SIZE
626460             COLREL-NOME(RDEF-ORDEM-1) DELIMITED BY SPACE
626470             " "                   DELIMITED BY SIZE
626480             ROTULO-QUEBRA-REL     DELIMITED BY "  "
626490             ": "                  DELIMITED BY SIZE
626500             CONTADOR-REL-SUBTOTAL DELIMITED BY SIZE
626510         INTO REGISTRO-REL-SALVO
626520     WRITE REGISTRO-REL-SALVO
626530     MOVE SPACES TO REGISTRO-REL-SALVO
626540     WRITE REGISTRO-REL-SALVO
626550     ADD 2 TO CONTADOR-LINHAS-PAGINA
626560     MOVE "N" TO INDICADOR-HA-QUEBRA-REL.
626570 4765-IMPRIMIR-SUBTOTAL-REL-EXIT.
626580     EXIT.
626590
626600*================================================================
626610* 4766-GRAVAR-CABECALHO-CSV
626620* Primeira linha do CSV: os nomes das colunas, separados por
626630* virgula.
626640*================================================================
626650 4766-GRAVAR-CABECALHO-CSV.
626660     MOVE SPACES TO REGISTRO-REL-SALVO
626670     MOVE 1 TO PONTEIRO-LINHA-REL
626680     PERFORM 4767-ANEXAR-TITULO-CSV
626690         THRU 4767-ANEXAR-TITULO-CSV-EXIT
626700         VARYING INDICE-VALOR-REL FROM 1 BY 1
626710         UNTIL INDICE-VALOR-REL > QTD-COLUNAS-RELDEF
626720     WRITE REGISTRO-REL-SALVO.
626730 4766-GRAVAR-CABECALHO-CSV-EXIT.
626740     EXIT.
626750
626760 4767-ANEXAR-TITULO-CSV.
626770     MOVE RDEF-COLUNA(INDICE-VALOR-REL) TO COLUNA-CORRENTE-REL
626780     IF INDICE-VALOR-REL > 1
626790         STRING "," DELIMITED BY SIZE
626800             INTO REGISTRO-REL-SALVO
626805             WITH POINTER PONTEIRO-LINHA-REL
626810     END-IF
626820     STRING COLREL-NOME(COLUNA-CORRENTE-REL) DELIMITED BY SPACE
626830         INTO REGISTRO-REL-SALVO WITH POINTER PONTEIRO-LINHA-REL.
626840 4767-ANEXAR-TITULO-CSV-EXIT.
626850     EXIT.
626860
626870 4768-IMPRIMIR-RODAPE-REL.
626880     IF NUMERO-PAGINA = ZERO
626890         PERFORM 4763-IMPRIMIR-CABECALHO-REL
626900             THRU 4763-IMPRIMIR-CABECALHO-REL-EXIT
626910     END-IF
626920     MOVE SPACES TO REGISTRO-REL-SALVO
626930     MOVE LINHA-TRACOS-REL(1:LARGURA-LINHA-RELDEF)
626940         TO REGISTRO-REL-SALVO
626950     WRITE REGISTRO-REL-SALVO
626960     MOVE SPACES TO REGISTRO-REL-SALVO
626970     STRING "Total de pessoas listadas: " DELIMITED BY SIZE
626980             CONTADOR-REL-LISTADAS        DELIMITED BY SIZE
626990         INTO REGISTRO-REL-SALVO
627000     WRITE REGISTRO-REL-SALVO.
627010 4768-IMPRIMIR-RODAPE-REL-EXIT.
627020     EXIT.
627030
627040*================================================================
627050* 6205-EXCLUIR-DEMAIS-FILHOS
627060* Continuacao da 6200: remove os vinculos, as datas pessoais e
627070* os consentimentos do PESSOA-ID em ID-FILHOS-ALVO e desfaz o
627080* responsavel, o endereco postal e os convites da pessoa.
627090*================================================================
627100 6205-EXCLUIR-DEMAIS-FILHOS.
627110     PERFORM 3600-ABRIR-VINCULOS-IO
627120         THRU 3600-ABRIR-VINCULOS-IO-EXIT
627130     MOVE ZERO TO CONTADOR-VINCULOS-FILHOS
627140     SET FILHO-PENDENTE TO TRUE
627150     PERFORM 6230-EXCLUIR-UM-VINCULO
627160         THRU 6230-EXCLUIR-UM-VINCULO-EXIT
627170         UNTIL NOT FILHO-PENDENTE
627180     CLOSE ARQUIVO-VINCULOS
627190
627200     PERFORM 3760-ABRIR-DATAS-IO
627210         THRU 3760-ABRIR-DATAS-IO-EXIT
627220     MOVE ZERO TO CONTADOR-DATAS-FILHOS
627230     SET FILHO-PENDENTE TO TRUE
627240     PERFORM 6240-EXCLUIR-UMA-DATA
627250         THRU 6240-EXCLUIR-UMA-DATA-EXIT
627260         UNTIL NOT FILHO-PENDENTE
627270     CLOSE ARQUIVO-DATAS
627280
627290     PERFORM 3860-ABRIR-CONSENT-IO
627300         THRU 3860-ABRIR-CONSENT-IO-EXIT
627310     MOVE ZERO TO CONTADOR-CONSENT-FILHOS
627320     SET FILHO-PENDENTE TO TRUE
627330     PERFORM 6250-EXCLUIR-UM-CONSENT
627340         THRU 6250-EXCLUIR-UM-CONSENT-EXIT
627350         UNTIL NOT FILHO-PENDENTE
627360     CLOSE ARQUIVO-CONSENTIMENTOS
627370
627380     MOVE ID-FILHOS-ALVO TO ID-RESPONSAVEL
627390     PERFORM 4370-EXCLUIR-RESPONSAVEL
627400         THRU 4370-EXCLUIR-RESPONSAVEL-EXIT
627410     MOVE ID-FILHOS-ALVO TO ID-ENDERECO
627420     PERFORM 4470-EXCLUIR-ENDERECO
627430         THRU 4470-EXCLUIR-ENDERECO-EXIT
627440     PERFORM 4570-EXCLUIR-CONVITES
627450         THRU 4570-EXCLUIR-CONVITES-EXIT.
627460 6205-EXCLUIR-DEMAIS-FILHOS-EXIT.
627470     EXIT.
627480
627490*================================================================
627500* 6425-VERIFICAR-DEMAIS-ORFAOS
627510* Continuacao da 6400: procura orfaos nos vinculos, datas
627520* pessoais, consentimentos, responsaveis, enderecos postais e
627530* convites, gravando as linhas em orfaos.lst.
627540*================================================================
627550 6425-VERIFICAR-DEMAIS-ORFAOS.
627560     PERFORM 6430-VERIFICAR-VINCULOS-ORFAOS
627570         THRU 6430-VERIFICAR-VINCULOS-ORFAOS-EXIT
627580     PERFORM 6450-VERIFICAR-DATAS-ORFAS
627590         THRU 6450-VERIFICAR-DATAS-ORFAS-EXIT
627600     PERFORM 6460-VERIFICAR-CONSENT-ORFAOS
627610         THRU 6460-VERIFICAR-CONSENT-ORFAOS-EXIT
627620     PERFORM 4380-VERIFICAR-RESP-ORFAOS
627630         THRU 4380-VERIFICAR-RESP-ORFAOS-EXIT
627640     PERFORM 4480-VERIFICAR-END-ORFAOS
627650         THRU 4480-VERIFICAR-END-ORFAOS-EXIT
627660     PERFORM 4580-VERIFICAR-CONV-ORFAOS
627670         THRU 4580-VERIFICAR-CONV-ORFAOS-EXIT.
627680 6425-VERIFICAR-DEMAIS-ORFAOS-EXIT.
627690     EXIT.
627700
627710*================================================================
627720* 6426-GRAVAR-TOTAIS-ORFAOS
627730* Grava no fim de orfaos.lst as contagens dos orfaos achados
627740* pela 6425, abaixo das de contatos e dados de contato.
627750*================================================================
627760 6426-GRAVAR-TOTAIS-ORFAOS.
627770     MOVE SPACES TO REGISTRO-ORFAO
627780     STRING "Vinculos orfaos........: " DELIMITED BY SIZE
627790             CONTADOR-ORFAOS-VINCULOS   DELIMITED BY SIZE
627800         INTO REGISTRO-ORFAO
627810     WRITE REGISTRO-ORFAO
627820     MOVE SPACES TO REGISTRO-ORFAO
627830     STRING "Datas pessoais orfas...: " DELIMITED BY SIZE
627840             CONTADOR-ORFAOS-DATAS      DELIMITED BY SIZE
627850         INTO REGISTRO-ORFAO
627860     WRITE REGISTRO-ORFAO
627870     MOVE SPACES TO REGISTRO-ORFAO
627880     STRING "Consentimentos orfaos..: " DELIMITED BY SIZE
627890             CONTADOR-ORFAOS-CONSENT    DELIMITED BY SIZE
627900         INTO REGISTRO-ORFAO
627910     WRITE REGISTRO-ORFAO
627920     MOVE SPACES TO REGISTRO-ORFAO
627930     STRING "Responsaveis orfaos....: " DELIMITED BY SIZE
627940             CONTADOR-ORFAOS-RESP       DELIMITED BY SIZE
627950         INTO REGISTRO-ORFAO
627960     WRITE REGISTRO-ORFAO
627970     MOVE SPACES TO REGISTRO-ORFAO
627980     STRING "Enderecos orfaos.......: " DELIMITED BY SIZE
627990             CONTADOR-ORFAOS-ENDERECO   DELIMITED BY SIZE
628000         INTO REGISTRO-ORFAO
628010     WRITE REGISTRO-ORFAO
628020     MOVE SPACES TO REGISTRO-ORFAO
628030     STRING "Convites orfaos........: " DELIMITED BY SIZE
628040             CONTADOR-ORFAOS-CONVITE    DELIMITED BY SIZE
628050         INTO REGISTRO-ORFAO
628060     WRITE REGISTRO-ORFAO.
628070 6426-GRAVAR-TOTAIS-ORFAOS-EXIT.
628080     EXIT.
628090
628100*================================================================
628110* 6207-EXIBIR-DEMAIS-FILHOS
628120* Mostra, depois da 6200, quanto a 6205 removeu da pessoa alem
628130* dos contatos e dados de contato.
628140*================================================================
628150 6207-EXIBIR-DEMAIS-FILHOS.
628160     DISPLAY "Vínculos excluídos........: "
628170         CONTADOR-VINCULOS-FILHOS
628180     DISPLAY "Datas pessoais excluídas..: "
628190         CONTADOR-DATAS-FILHOS
628200     DISPLAY "Consentimentos excluídos..: "
628210         CONTADOR-CONSENT-FILHOS
628220     DISPLAY "Responsável excluído......: "
628230         CONTADOR-RESP-FILHOS
628240     DISPLAY "Endereço postal excluído..: "
628250         CONTADOR-ENDERECO-FILHOS
628260     DISPLAY "Convites excluídos........: "
628270         CONTADOR-CONVITES-FILHOS.
628280 6207-EXIBIR-DEMAIS-FILHOS-EXIT.
628290     EXIT.

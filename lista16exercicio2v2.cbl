           relative is ws-rk-cadAntBkp
           file status is ws-fs-cadAntBkp.

      *> O cadastro indexado no leiaute de 62 bytes (anterior aos campos de
      *> situacao do jogador), lido uma unica vez para a conversao automatica;
      *> e a copia de seguranca dele, gravada antes de recriar o indexado
           select cadastroIdxAnterior assign to "cadastroJogadoresIdx.txt"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-cadIdxAnt-nome
           file status is ws-fs-cadIdxAnt.

           select cadastroIdxAntBkp assign to "cadastroJogadoresV2Bkp.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-cadIdxBkp.

      *> Arquivo morto dos jogadores aposentados: o registro inteiro do
      *> cadastro (com o placar vitalicio) sai do indexado e fica aqui ate
      *> uma eventual reintegracao
           select jogadoresAposentados assign to "jogadoresAposentadosRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-aposent.

      *> Arquivo de auditoria dos resultados finais de cada sess�o
           select relatorioFinal assign to "relatorioFinalRel.txt"
           organization is line sequential
           file status is ws-fs-dific.

      *> Par de arquivos da copia de geracao do cadastro (Ger1..Ger5),
      *> indexados pelo nome como o cadastro vivo e copiados em sequencia;
      *> a saida e de acesso dinamico para a solicitacao do titular (LGPD)
      *> achar e pseudonimizar o nome direto pela chave em cada geracao
           select cadBackupEnt assign to ws-arq-bkp-ent
           organization is indexed
           access mode is sequential

           select cadBackupSai assign to ws-arq-bkp-sai
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bkp-sai-nome
           file status is ws-fs-bkp-sai.

      *> Uma geracao (Ger1..Ger5) ainda no leiaute de 62 bytes, lida uma
      *> unica vez para a conversao, como o cadastroIdxAnterior
           select cadGeracaoAnterior assign to ws-arq-ger-conv
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-gerAnt-nome
           file status is ws-fs-gerAnt.

      *> Destino do arquivamento do historico (nome datado pelo corte)
           select arquivoArc assign to ws-arq-arc
           organization is line sequential
           organization is line sequential
           access mode is sequential
           file status is ws-fs-audit.

      *> Chave do torneio mata-mata (cabecalho, jogadores semeados e um
      *> registro por confronto), regravada inteira a cada confronto
      *> decidido, para um mata-mata interrompido retomar de onde parou
           select chaveMataMata assign to "chaveMataMataRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-chave.

      *> Regras de premiacao: valor do vale por colocacao (1o a 3o) e
      *> para a equipe vencedora, por modo (N normal, I iniciante),
      *> mantidas pela organizacao num editor de texto
           select regrasPremios assign to "regrasPremiosRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-regras.

      *> Razao de premios: um lancamento por linha (credito do torneio,
      *> resgate de vale, estorno), acrescentado a cada movimento
           select razaoPremios assign to "razaoPremiosRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-razao.

      *> Extrato de premios por jogador para um mes, gerado sob demanda
      *> para a conferencia mensal do orcamento de premios
           select extratoPremios assign to "extratoPremiosRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-extrato.

      *> Trabalho da ordenacao do razao por jogador para o extrato
           select ordPremios assign to "ordPremiosTmp".

      *> Relatorio da reconciliacao de pontos (relido para as correcoes)
           select reconciliacao assign to "reconciliacaoPontosRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-reconc.

      *> Trabalho da ordenacao das fontes da reconciliacao por jogador
           select ordReconc assign to "ordReconcTmp".

      *> Decisoes dos recursos de resposta (uma linha por decisao)
           select recursos assign to "recursosRespostasRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-recurso.

      *> Execucao noturna: passos a rodar, log de cada passo e ponto de reinicio
           select controleNoturno assign to "controleNoturnoRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ctlNot.

           select logNoturno assign to "execucaoNoturnaRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-logNot.

           select reinicioNoturno assign to "reinicioNoturnoRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-reinicio.

      *> Importacao de baralho: arquivo "pergunta;resposta" da planilha,
      *> rejeitos com o motivo e copia datada do baralho substituido
           select importaBaralho assign to ws-arq-importa
           organization is line sequential
           access mode is sequential
           file status is ws-fs-importa.

           select rejeitosImportacao assign to "rejeitosImportacaoRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-rejeito.

           select baralhoCopia assign to ws-arq-copia-bar
           organization is relative
           access mode is random
           relative is ws-rk-copia
           file status is ws-fs-bar-copia.

      *> Trabalho das consolidacoes ordenadas das estatisticas, do
      *> progresso, da calibracao, das ligas e do hall: a 1a passada soma
      *> por chave e grava as somas em consolidacaoTmpRel.txt, e a 2a
      *> passada classifica as somas para o relatorio
           select ordJornal assign to "ordJornalTmp".

           select ordEstatCls assign to "ordEstatClsTmp".

           select ordLiga assign to "ordLigaTmp".

           select ordClassif assign to "ordClassifTmp".

           select ordHall assign to "ordHallTmp".

           select consolidacaoTmp assign to "consolidacaoTmpRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-consol.

      *> Revisao mensal de jogo suspeito: o jornal e ordenado por jogador e
      *> sessao e por pergunta e resposta; as sinalizacoes de cada regra
      *> passam por revisaoTmpRel.txt e sao ordenadas por jogador e sessao
      *> para o relatorio do mes (nome datado pelo mes revisado)
           select ordRevSessao assign to "ordRevSessaoTmp".

           select ordRevResposta assign to "ordRevRespostaTmp".

           select ordRevFlag assign to "ordRevFlagTmp".

           select revisaoTmp assign to "revisaoTmpRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-revTmp.

           select relatorioRevisao assign to ws-arq-revisao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relRev.

      *> Solicitacao do titular de dados (LGPD): todo arquivo texto que
      *> guarda o nome e lido por aqui pelo nome (inclusive os datados do
      *> historico arquivado); a eliminacao regrava pelo arquivo de
      *> trabalho, de linha larga; a exportacao do acesso e o certificado
      *> de conclusao levam data e hora no nome e ficam listados em
      *> lgpdEmitidosRel.txt, para uma eliminacao posterior achar os dois
           select arquivoLgpd assign to ws-arq-lgpd
           organization is line sequential
           access mode is sequential
           file status is ws-fs-lgpd.

           select lgpdTmp assign to "lgpdTmpRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-lgpdTmp.

           select lgpdEmitidos assign to "lgpdEmitidosRel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-lgpdEmit.

           select relatorioLgpd assign to ws-arq-lgpd-rel
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relLgpd.
      *>______________________________________________________________________________
       *>select adiona nome ao arquivo> assing vai estar assossiando o arquivo fisico.
       *> forma de como sao organizados os dados.
           05 fd-cadJog-ult-data                   pic 9(08).
           05 fd-cadJog-modo-sessao                pic x(01).
           05 fd-cadJog-time                       pic x(15).
           05 fd-cadJog-situacao                   pic x(01).
              88 fd-cadJog-sit-ativo               value "A" " ".
              88 fd-cadJog-sit-inativo             value "I".
              88 fd-cadJog-sit-suspenso            value "S".
              88 fd-cadJog-sit-aposentado          value "R".
           05 fd-cadJog-sit-data                   pic 9(08).
           05 fd-cadJog-sit-motivo                 pic x(30).

       fd cadastroRelativo.
       01 fd-cadRel                                pic x(62).
       fd cadastroAntigoBkp.
       01 fd-cadAntBkp                             pic x(34).

       fd cadastroIdxAnterior.
       01 fd-cadIdxAnt.
           05 fd-cadIdxAnt-nome                    pic x(25).
           05 fd-cadIdxAnt-resto                   pic x(37).

       fd cadastroIdxAntBkp.
       01 fd-cadIdxBkp                             pic x(62).

       fd jogadoresAposentados.
       01 fd-aposent.
           05 fd-apo-nome                          pic x(25).
           05 fd-apo-resto                         pic x(76).

       fd relatorioFinal.
       01 fd-relFinal                              pic x(80).

       fd cadBackupEnt.
       01 fd-bkp-ent.
           05 fd-bkp-ent-nome                      pic x(25).
           05 fd-bkp-ent-resto                     pic x(76).

       fd cadBackupSai.
       01 fd-bkp-sai.
           05 fd-bkp-sai-nome                      pic x(25).
           05 fd-bkp-sai-resto                     pic x(76).

       fd cadGeracaoAnterior.
       01 fd-gerAnt.
           05 fd-gerAnt-nome                       pic x(25).
           05 fd-gerAnt-resto                      pic x(37).

       fd arquivoArc.
       01 fd-arc                                   pic x(80).
       fd relatorioProgresso.
       01 fd-relProg                               pic x(80).

       fd chaveMataMata.
       01 fd-chave.
           05 fd-chave-tipo                        pic x(04).
           05 fd-chave-resto                       pic x(76).

       fd regrasPremios.
       01 fd-regras                                pic x(40).

       fd razaoPremios.
       01 fd-razao                                 pic x(100).

       fd extratoPremios.
       01 fd-extrato                               pic x(100).

       sd ordPremios.
       01 sd-premio.
           05 sd-prem-nome                         pic x(25).
           05 sd-prem-aaaamm                       pic 9(06).
           05 sd-prem-tipo                         pic x(01).
           05 sd-prem-valor                        pic 9(05)v99.

       fd reconciliacao.
       01 fd-reconc                                pic x(100).

       sd ordReconc.
       01 sd-reconc.
           05 sd-rc-nome                           pic x(25).
           05 sd-rc-fonte                          pic x(01).
           05 sd-rc-pontos                         pic 9(05).
           05 sd-rc-torneios                       pic 9(04).
           05 sd-rc-sessao                         pic 9(04).

       fd recursos.
       01 fd-recurso                               pic x(200).

       fd controleNoturno.
       01 fd-ctlNot                                pic x(80).

       fd logNoturno.
       01 fd-logNot                                pic x(120).

       fd reinicioNoturno.
       01 fd-reinicio                              pic x(40).

       fd importaBaralho.
       01 fd-importa                               pic x(120).

       fd rejeitosImportacao.
       01 fd-rejeito                               pic x(160).

       fd baralhoCopia.
       01 fd-bar-copia                             pic x(50).

       sd ordJornal.
       01 sd-jornal.
           05 sd-jo-estado                         pic x(25).
           05 sd-jo-nome                           pic x(25).
           05 sd-jo-mes                            pic 9(06).
           05 sd-jo-acertou                        pic x(01).
           05 sd-jo-segundos                       pic 9(05).

       sd ordEstatCls.
       01 sd-estat-cls.
           05 sd-ec-perc                           pic 9(03).
           05 sd-ec-media                          pic 9(05).
           05 sd-ec-estado                         pic x(25).
           05 sd-ec-total                          pic 9(07).
           05 sd-ec-erros                          pic 9(07).

      *> uma linha de jogador do historico (escritorio em branco na liga
      *> mensal; o codigo do escritorio na liga geral)
       sd ordLiga.
       01 sd-liga.
           05 sd-lg-mes                            pic 9(06).
           05 sd-lg-escr                           pic x(03).
           05 sd-lg-nome                           pic x(25).
           05 sd-lg-primeiro                       pic 9(01).
           05 sd-lg-pontos                         pic 9(04).

       sd ordClassif.
       01 sd-classif.
           05 sd-cl-mes                            pic 9(06).
           05 sd-cl-primeiros                      pic 9(05).
           05 sd-cl-pontos                         pic 9(07).
           05 sd-cl-escr                           pic x(03).
           05 sd-cl-nome                           pic x(25).
           05 sd-cl-torneios                       pic 9(05).

       sd ordHall.
       01 sd-hall.
           05 sd-ha-pontos                         pic 9(04).
           05 sd-ha-torneios                       pic 9(04).
           05 sd-ha-nome                           pic x(25).
           05 sd-ha-ult-data                       pic 9(08).

       fd consolidacaoTmp.
       01 fd-consol                                pic x(80).

      *> uma resposta do jornal, pela ordem de jogador e sessao (a linha e
      *> o numero dela no jornal, para a sinalizacao apontar a origem)
       sd ordRevSessao.
       01 sd-rev-sessao.
           05 sd-rs-nome                           pic x(25).
           05 sd-rs-data                           pic 9(08).
           05 sd-rs-hora                           pic 9(06).
           05 sd-rs-linha                          pic 9(07).
           05 sd-rs-data-x                         pic x(10).
           05 sd-rs-modo                           pic x(01).
           05 sd-rs-acertou                        pic x(01).
           05 sd-rs-segundos                       pic 9(05).
           05 sd-rs-tam                            pic 9(02).

      *> uma resposta errada do mes, pela ordem de sessao, pergunta e
      *> resposta normalizada (sem acento, minuscula)
       sd ordRevResposta.
       01 sd-rev-resposta.
           05 sd-rr-data                           pic 9(08).
           05 sd-rr-estado                         pic x(25).
           05 sd-rr-resposta                       pic x(25).
           05 sd-rr-nome                           pic x(25).
           05 sd-rr-linha                          pic 9(07).
           05 sd-rr-resp-orig                      pic x(25).

      *> uma linha de sinalizacao (seq 0 = a regra e o motivo; as demais,
      *> as linhas do jornal por tras dela)
       sd ordRevFlag.
       01 sd-rev-flag.
           05 sd-rf-nome                           pic x(25).
           05 sd-rf-data                           pic 9(08).
           05 sd-rf-tipo                           pic 9(01).
           05 sd-rf-flag                           pic 9(05).
           05 sd-rf-seq                            pic 9(05).
           05 sd-rf-texto                          pic x(110).

       fd revisaoTmp.
       01 fd-revTmp                                pic x(160).

       fd relatorioRevisao.
       01 fd-relRev                                pic x(132).

      *> registro do cadastro (arquivo morto e copia V2) com o nome nas
      *> 25 primeiras posicoes; nos demais arquivos a linha e so texto
       fd arquivoLgpd.
       01 fd-lgpd.
           05 fd-lgpd-nome                         pic x(25).
           05 fd-lgpd-resto                        pic x(215).

       fd lgpdTmp.
       01 fd-lgpdTmp                               pic x(240).

       fd relatorioLgpd.
       01 fd-relLgpd                               pic x(240).

       fd lgpdEmitidos.
       01 fd-lgpdEmit                              pic x(40).



      *>----Variaveis de trabalho
       77 ws-rk-cadAntBkp                          pic 9(02).
       77 ws-fs-cadAntBkp                          pic 9(02).

       77 ws-fs-cadIdxAnt                          pic 9(02).
       77 ws-fs-cadIdxBkp                          pic 9(02).
       77 ws-fs-aposent                            pic 9(02).

      *>----Conversao do cadastro do leiaute antigo (34 bytes) para o novo:
      *>    deteccao por consistencia dos campos e presenca por slot
       77 ws-flag-cad-suspeito                     pic x(01).
       77 ws-fs-arqOficial                         pic 9(02).
       77 ws-fs-bkp-ent                            pic 9(02).
       77 ws-fs-bkp-sai                            pic 9(02).
       77 ws-fs-gerAnt                             pic 9(02).
       77 ws-fs-arc                                pic 9(02).
       77 ws-fs-tmp                                pic 9(02).
       77 ws-fs-logBkp                             pic 9(02).
      *>    e contadores para o resumo exibido ao operador
       77 ws-arq-bkp-ent                           pic x(30).
       77 ws-arq-bkp-sai                           pic x(30).
       77 ws-arq-ger-conv                          pic x(30).
       77 ws-arq-bkp-sai-salvo                     pic x(30).
       77 ws-arq-arc                               pic x(30).
       77 ws-cutoff-x                              pic x(06).
       77 ws-cutoff                                pic 9(06).

      *>----Progresso por jogador e mes, consolidado do jornal de respostas:
      *>    perguntas respondidas, taxa de acerto e tempo medio de resposta,
      *>    uma linha por jogador + mes, somada na saida da ordenacao
       77 ws-fs-relProg                             pic 9(02).

      *>----Linha formatada do relatorio de progresso
       01 ws-linha-prog.
          05 filler                                 pic x(01) value "/".
          05 ws-lpg-aaaa                            pic 9(04).
          05 filler                                 pic x(01) value space.
          05 ws-lpg-total                           pic 9(07).
          05 filler                                 pic x(01) value space.
          05 ws-lpg-acertos                         pic 9(07).
          05 filler                                 pic x(02) value space.
          05 ws-lpg-perc                            pic 9(03).
          05 filler                                 pic x(08) value "% acerto".
          05 filler                                 pic x(09) value "s (media)".

      *>----Liga geral entre escritorios: o codigo do escritorio local, o
      *>    desmonte do intercambio (a consolidacao por mes + escritorio +
      *>    jogador sai das ordenacoes) e o placar escritorio contra escritorio
       77 ws-escritorio-local                       pic x(03) value "LOC".
       77 ws-fs-interc                              pic 9(02).
       77 ws-fs-histGeral                           pic 9(02).
       77 ws-fs-relGeral                            pic 9(02).
       77 ws-escr-linha                             pic x(03).
       77 ws-qtd-escr                               pic 9(02) value zero.
       77 ws-qtd-interc-inv                         pic 9(05) value zero.
       77 ws-ind-escr                               pic 9(02).
       77 ws-geral-mes-atual                        pic 9(06).
      *>    grupos (jogador no mes) de escritorio que nao coube no placar
       77 ws-qtd-escr-fora                          pic 9(07) value zero.
       77 ws-pontos-escr-fora                       pic 9(07) value zero.

       01 ws-escritorios occurs 99.
          05 ws-esc-cod                             pic x(03).
          05 ws-esc-torneios                        pic 9(05).
          05 ws-esc-primeiros                       pic 9(05).
          05 ws-esc-pontos                          pic 9(07).

       01 ws-escritorios-aux.
          05 ws-esc-cod-aux                         pic x(03).
          05 ws-esc-torneios-aux                    pic 9(05).
          05 ws-esc-primeiros-aux                   pic 9(05).
          05 ws-esc-pontos-aux                      pic 9(07).

      *>----Linhas formatadas do relatorio da liga geral
       01 ws-linha-geral-mes.
          05 filler                                 pic x(01) value ";".
          05 ws-lgg-nome                            pic x(25).
          05 filler                                 pic x(01) value ";".
          05 ws-lgg-torneios                        pic 9(05).
          05 filler                                 pic x(01) value ";".
          05 ws-lgg-primeiros                       pic 9(05).
          05 filler                                 pic x(01) value ";".
          05 ws-lgg-pontos                          pic 9(07).

       01 ws-linha-escr.
          05 filler                                 pic x(11)
             value "ESCRITORIO ".
          05 ws-le-cod                              pic x(03).
          05 filler                                 pic x(02) value ": ".
          05 ws-le-torneios                         pic 9(05).
          05 filler                                 pic x(01) value ";".
          05 ws-le-primeiros                        pic 9(05).
          05 filler                                 pic x(01) value ";".
          05 ws-le-pontos                           pic 9(07).

      *>----Reconciliacao do calendario da temporada com o historico:
      *>    datas planejadas (com a marca de "aconteceu"), participantes
          05 ws-jl-acertou                          pic x(01).
          05 ws-jl-segundos                         pic 9(05).

      *>----Consolidacoes ordenadas: totais de controle da leitura (linhas
      *>    lidas, usadas e rejeitadas), a quebra por chave na saida da
      *>    ordenacao e as somas do grupo corrente
       77 ws-fs-consol                              pic 9(02).
       77 ws-cs-lidas                               pic 9(07) value zero.
       77 ws-cs-usadas                              pic 9(07) value zero.
       77 ws-cs-rejeitadas                          pic 9(07) value zero.
       77 ws-cs-grupos                              pic 9(07) value zero.
       77 ws-cs-ordem                               pic 9(07) value zero.
       77 ws-cs-fim                                 pic x(01).
       77 ws-cs-geral                               pic x(01) value space.
       77 ws-cs-chave-estado                        pic x(25).
       77 ws-cs-chave-nome                          pic x(25).
       77 ws-cs-chave-mes                           pic 9(06).
       77 ws-cs-chave-escr                          pic x(03).
       77 ws-cs-total                               pic 9(07).
       77 ws-cs-erros                               pic 9(07).
       77 ws-cs-acertos                             pic 9(07).
       77 ws-cs-segundos                            pic 9(09).
       77 ws-cs-perc                                pic 9(03).
       77 ws-cs-torneios                            pic 9(05).
       77 ws-cs-primeiros                           pic 9(05).
       77 ws-cs-pontos                              pic 9(07).

      *>    soma de um estado gravada entre as passadas (leiaute do
      *>    sd-estat-cls) e soma de um jogador por mes (leiaute do sd-classif)
       01 ws-consol-estat.
          05 ws-ce-perc                             pic 9(03).
          05 ws-ce-media                            pic 9(05).
          05 ws-ce-estado                           pic x(25).
          05 ws-ce-total                            pic 9(07).
          05 ws-ce-erros                            pic 9(07).

       01 ws-consol-liga.
          05 ws-cg-mes                              pic 9(06).
          05 ws-cg-primeiros                        pic 9(05).
          05 ws-cg-pontos                           pic 9(07).
          05 ws-cg-escr                             pic x(03).
          05 ws-cg-nome                             pic x(25).
          05 ws-cg-torneios                         pic 9(05).

       01 ws-linha-controle.
          05 filler                                 pic x(34)
             value "TOTAIS DE CONTROLE - LINHAS LIDAS ".
          05 ws-lct-lidas                           pic 9(07).
          05 filler                                 pic x(08) value " USADAS ".
          05 ws-lct-usadas                          pic 9(07).
          05 filler                                 pic x(12) value " REJEITADAS ".
          05 ws-lct-rejeitadas                      pic 9(07).

       01 ws-linha-controle-escr.
          05 filler                                 pic x(44)
             value "TOTAIS DE CONTROLE - FORA DO PLACAR: GRUPOS ".
          05 ws-lce-grupos                          pic 9(07).
          05 filler                                 pic x(08) value " PONTOS ".
          05 ws-lce-pontos                          pic 9(07).

       77 ws-flag-acertou                           pic x(01).

      *>----Revisao mensal de jogo suspeito: mes revisado, limites das
      *>    regras, sessao corrente (jogador + data) contra o historico do
      *>    proprio jogador, grupo de respostas erradas iguais e a linha
      *>    de sinalizacao gravada em revisaoTmpRel.txt
       77 ws-fs-revTmp                              pic 9(02).
       77 ws-fs-relRev                              pic 9(02).
       77 ws-arq-revisao                            pic x(30).
       77 ws-js-mes-x                               pic x(06).
       77 ws-js-mes-ok                              pic x(01).
       01 ws-js-mes-grp.
          05 ws-js-mes                              pic 9(06).
          05 ws-js-mes-r redefines ws-js-mes.
             10 ws-js-mes-aaaa                      pic 9(04).
             10 ws-js-mes-mm                        pic 9(02).
       77 ws-js-aaaamm-calc                         pic 9(06).
       77 ws-js-ano                                 pic 9(04).
       77 ws-js-resto                               pic 9(02).

      *>    mais de 5 caracteres por segundo (leitura da pergunta incluida)
      *>    nao e digitacao humana, e 3 respostas certas assim numa sessao
      *>    ja sinalizam; salto de 40 pontos percentuais de acerto sobre o
      *>    historico do jogador, com ao menos 5 respostas na sessao e 10
      *>    no historico anterior a ela
       77 ws-js-cps-max                             pic 9(02) value 5.
       77 ws-js-min-rapidas                         pic 9(02) value 3.
       77 ws-js-salto-min                           pic 9(03) value 40.
       77 ws-js-min-sessao                          pic 9(03) value 5.
       77 ws-js-min-historico                       pic 9(03) value 10.

       77 ws-js-linha                               pic 9(07).
       77 ws-js-valida                              pic x(01).
       77 ws-js-data-jl                             pic 9(08).
       77 ws-js-lidas                               pic 9(07).
       77 ws-js-usadas                              pic 9(07).
       77 ws-js-rejeitadas                          pic 9(07).
       77 ws-js-treino                              pic 9(07).
       77 ws-js-qtd-flags                           pic 9(05).
       77 ws-js-qtd-sessoes                         pic 9(05).
       77 ws-js-qtd-jogadores                       pic 9(05).
       77 ws-js-flag-id                             pic 9(05).
       77 ws-js-ind                                 pic 9(03).
       77 ws-js-ind-lista                           pic 9(02).
       77 ws-js-achou                               pic x(01).

       77 ws-js-tem-calendario                      pic x(01).
       77 ws-js-qtd-cal                             pic 9(02).
       01 ws-js-cal-datas occurs 31                 pic x(10).
       01 ws-js-cal-lida.
          05 ws-js-cl-dd                            pic x(02).
          05 filler                                 pic x(01).
          05 ws-js-cl-mm                            pic x(02).
          05 filler                                 pic x(01).
          05 ws-js-cl-aaaa                          pic x(04).

       77 ws-js-chave-nome                          pic x(25).
       77 ws-js-chave-data                          pic 9(08).
       77 ws-js-chave-data-x                        pic x(10).
       77 ws-js-hist-total                          pic 9(07).
       77 ws-js-hist-acertos                        pic 9(07).
       77 ws-js-ses-total                           pic 9(05).
       77 ws-js-ses-acertos                         pic 9(05).
       77 ws-js-ses-qtd                             pic 9(05).
       77 ws-js-ses-rapidas                         pic 9(05).
       77 ws-js-perc-ses                            pic 9(03).
       77 ws-js-perc-hist                           pic 9(03).
       01 ws-js-ses-linhas occurs 100               pic 9(07).
       01 ws-js-rap-linhas occurs 100               pic 9(07).

      *>    linhas do jornal da sinalizacao corrente (so as 100 primeiras
      *>    sao listadas; ws-js-emit-qtd e o total real)
       77 ws-js-emit-qtd                            pic 9(05).
       01 ws-js-emit-linhas occurs 100              pic 9(07).

       77 ws-js-grp-data                            pic 9(08).
       77 ws-js-grp-estado                          pic x(25).
       77 ws-js-grp-resposta                        pic x(25).
       77 ws-js-grp-resp-orig                       pic x(25).
       77 ws-js-grp-qtd                             pic 9(05).
       77 ws-js-grp-jogadores                       pic 9(05).
       77 ws-js-grp-ult-nome                        pic x(25).
       77 ws-js-grp-atual                           pic x(25).
       77 ws-js-grp-ant                             pic x(25).
       77 ws-js-ptr                                 pic 9(03).
       01 ws-js-grp occurs 100.
          05 ws-js-grp-nome                         pic x(25).
          05 ws-js-grp-linha                        pic 9(07).

       01 ws-js-reg.
          05 ws-rt-nome                             pic x(25).
          05 ws-rt-data                             pic 9(08).
          05 ws-rt-tipo                             pic 9(01).
          05 ws-rt-flag                             pic 9(05).
          05 ws-rt-seq                              pic 9(05).
          05 ws-rt-texto                            pic x(110).

       01 ws-js-lista.
          05 ws-js-lista-rot                        pic x(24).
          05 ws-js-lista-num occurs 10              pic z(7)9.

      *>    quebras do relatorio: jogador e sessao
       77 ws-js-rel-nome                            pic x(25).
       77 ws-js-rel-data                            pic 9(08).
       01 ws-js-data-grp.
          05 ws-js-data                             pic 9(08).
          05 ws-js-data-r redefines ws-js-data.
             10 ws-js-dt-aaaa                       pic 9(04).
             10 ws-js-dt-mm                         pic 9(02).
             10 ws-js-dt-dd                         pic 9(02).
       77 ws-linha-revisao                          pic x(132).

      *>----Solicitacao do titular de dados (LGPD): acesso (exportacao de
      *>    todos os registros do nome) ou eliminacao (o nome vira um
      *>    pseudonimo estavel, o mesmo em todos os arquivos, para a liga e
      *>    as estatisticas continuarem somando certo); cada arquivo
      *>    examinado entra no certificado com a quantidade de registros
       77 ws-fs-lgpd                                pic 9(02).
       77 ws-fs-lgpdTmp                             pic 9(02).
       77 ws-fs-relLgpd                             pic 9(02).
       77 ws-fs-lgpdEmit                            pic 9(02).
       77 ws-arq-lgpd                               pic x(40).
       77 ws-arq-lgpd-rel                           pic x(40).
       77 ws-arq-lgpd-exp                           pic x(40).
       77 ws-arq-lgpd-cert                          pic x(40).
       77 ws-lg-opcao                               pic x(01).
       77 ws-lg-acao                                pic x(01).
          88 lgpd-acesso                            value "A".
          88 lgpd-eliminacao                        value "E".
       77 ws-lg-confirma                            pic x(08).
       77 ws-lg-protocolo                           pic x(20).
       77 ws-lg-formato                             pic x(01).
          88 lgpd-campos                            value "C".
          88 lgpd-fixo                              value "F".
          88 lgpd-texto                             value "T".
       77 ws-lg-sep                                 pic x(01).
       77 ws-lg-opcional                            pic x(01).
       77 ws-lg-arq-existe                          pic x(01).
       77 ws-lg-cab-gravado                         pic x(01).

      *>    o que a eliminacao faz com o arquivo: regrava com o pseudonimo,
      *>    retem como esta (auditoria) ou esvazia (arquivo de trabalho);
      *>    ws-lg-livre aceita o nome seguido de palavra em maiusculas, como
      *>    nos detalhes da auditoria ("JOGADOR <nome> PONTOS ...")
       77 ws-lg-tratamento                          pic x(01).
          88 lgpd-regravar                          value space.
          88 lgpd-retido                            value "R".
          88 lgpd-esvaziar                          value "V".
       77 ws-lg-livre                               pic x(01).
       77 ws-lg-leiaute                             pic 9(03).
       77 ws-lg-hash                                pic 9(09).
       77 ws-lg-pse-num                             pic 9(06).
       77 ws-lg-qtd-arq                             pic 9(07).
       77 ws-lg-linha-num                           pic 9(07).
       77 ws-lg-total-reg                           pic 9(07).
       77 ws-lg-total-arq                           pic 9(03).
       77 ws-lg-arq-com-reg                         pic 9(03).
       77 ws-lg-slot                                pic 9(02).
       77 ws-lg-ger                                 pic 9(01).
       77 ws-lg-ano                                 pic 9(04).
       77 ws-lg-mes                                 pic 9(02).

      *>    troca do nome numa linha de campos: campo inteiro igual ao
      *>    nome, ou nota livre terminada em "... POR <nome>"
       77 ws-lg-trocas                              pic 9(03).
       77 ws-lg-tam                                 pic 9(03).
       77 ws-lg-ini                                 pic 9(03).
       77 ws-lg-fim                                 pic 9(03).
       77 ws-lg-i                                   pic 9(03).
       77 ws-lg-j                                   pic 9(03).
       77 ws-lg-k                                   pic 9(03).
       77 ws-lg-cmp-tam                             pic 9(03).
       77 ws-lg-cmp-util                            pic 9(03).
       77 ws-lg-pos-sai                             pic 9(03).
       77 ws-lg-pos-limite                          pic 9(03).
       77 ws-lg-nome-tam                            pic 9(02).
       77 ws-lg-pse-tam                             pic 9(02).
       77 ws-lg-alvo-tam                            pic 9(02).
       77 ws-lg-casou                               pic x(01).
       77 ws-lg-car-sai                             pic x(01).
       77 ws-lg-car-teste                           pic x(01).
          88 lgpd-car-palavra                       values "0" thru "9"
                                                           "A" thru "Z"
                                                           "a" thru "z"
                                                           "-" "'"
                                                           x"C0" thru x"FF".
          88 lgpd-car-minuscula                     values "a" thru "z"
                                                           x"DF" thru x"FF".

       01 ws-lg-nome.
          05 ws-lg-nom-car occurs 25                pic x(01).
       01 ws-lg-pseudo.
          05 ws-lg-pse-car occurs 25                pic x(01).
       01 ws-lg-alvo.
          05 ws-lg-alv-car occurs 30                pic x(01).
       01 ws-lg-linha.
          05 ws-lg-car occurs 240                   pic x(01).
       01 ws-lg-campo.
          05 ws-lg-cmp-car occurs 240               pic x(01).
       01 ws-lg-saida.
          05 ws-lg-sai-car occurs 240               pic x(01).
       01 ws-lg-saida-reg redefines ws-lg-saida.
          05 ws-lg-sai-nome                         pic x(25).
          05 filler                                 pic x(215).

      *>    data e hora da solicitacao: nome dos arquivos e cabecalhos
       01 ws-lg-carimbo.
          05 ws-lg-cb-data                          pic x(08).
          05 ws-lg-cb-hh                            pic 9(02).
          05 ws-lg-cb-mm                            pic 9(02).
          05 ws-lg-cb-ss                            pic 9(02).
       01 ws-lg-quando.
          05 ws-lgq-data                            pic x(10).
          05 filler                                 pic x(01) value space.
          05 ws-lgq-hh                              pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-lgq-mm                              pic 9(02).
          05 filler                                 pic x(01) value ":".
          05 ws-lgq-ss                              pic 9(02).
       77 ws-lg-data-x                              pic x(10).

      *>    uma linha do certificado por arquivo examinado
       77 ws-lg-qtd-cert                            pic 9(03).
       77 ws-lg-ind-cert                            pic 9(03).
       01 ws-lg-cert occurs 300.
          05 ws-lgc-arquivo                         pic x(40).
          05 ws-lgc-registros                       pic 9(07).
          05 ws-lgc-situacao                        pic x(14).

       01 ws-lg-linha-cert.
          05 ws-lgl-arquivo                         pic x(42).
          05 ws-lgl-registros                       pic z(6)9.
          05 filler                                 pic x(03) value space.
          05 ws-lgl-situacao                        pic x(14).
       77 ws-linha-lgpd                             pic x(240).

      *>----Linha formatada do relatorio de estatisticas por estado
       01 ws-linha-relEstat.
          05 ws-lre-ordem                           pic 9(05).
          05 filler                                 pic x(02) value space.
          05 ws-lre-nome                            pic x(25).
          05 filler                                 pic x(01) value space.
          05 ws-lre-total                           pic 9(07).
          05 filler                                 pic x(01) value space.
          05 ws-lre-erros                           pic 9(07).
          05 filler                                 pic x(02) value space.
          05 ws-lre-perc                            pic 9(03).
          05 filler                                 pic x(06) value "% err ".
          05 ws-mr-ult-data                        pic 9(08).
          05 ws-mr-modo                            pic x(01).
          05 ws-mr-time                            pic x(15).
          05 ws-mr-situacao                        pic x(01).
          05 ws-mr-sit-data                        pic 9(08).
          05 ws-mr-sit-motivo                      pic x(30).

      *>----Situacao do jogador (A=ativo, I=inativo, S=suspenso, R=aposentado):
      *>    manutencao pela tela, varredura de inatividade e arquivo morto
       77 ws-sit-opcao                             pic x(01).
       77 ws-sit-nova                              pic x(01).
       77 ws-sit-anterior                          pic x(01).
       77 ws-sit-nome                              pic x(25).
       77 ws-sit-motivo                            pic x(30).
       77 ws-sit-confirma                          pic x(01).
       77 ws-sit-descricao                         pic x(10).
       77 ws-sit-no-arquivo                        pic x(01).
       77 ws-sit-gravou                            pic x(01).
       77 ws-sit-fim                               pic x(01).
       77 ws-sit-meses-padrao                      pic 9(03) value 6.
       77 ws-sit-meses-x                           pic x(03).
       77 ws-sit-meses                             pic 9(03).
       77 ws-sit-aaaamm                            pic 9(06).
       77 ws-sit-ano                               pic 9(04).
       77 ws-sit-mes-r                             pic 9(02).
       77 ws-sit-corte                             pic 9(08).
       77 ws-sit-qtd-lidos                         pic 9(05).
       77 ws-sit-qtd-inativados                    pic 9(05).
       77 ws-sit-qtd-copiados                      pic 9(05).
       77 ws-sit-qtd-ger-reg                       pic 9(05).
       77 ws-sit-qtd-geracoes                      pic 9(01).

      *>    registro do arquivo morto, no leiaute do cadastro
       01 ws-aposent-reg.
          05 ws-ap-nome                            pic x(25).
          05 ws-ap-pontos                          pic 9(04).
          05 ws-ap-ativo-sessao                    pic x(01).
          05 ws-ap-pontos-sessao                   pic 9(04).
          05 ws-ap-torneios                        pic 9(04).
          05 ws-ap-ult-data                        pic 9(08).
          05 ws-ap-ult-data-r redefines ws-ap-ult-data.
             10 ws-ap-ud-aaaa                      pic 9(04).
             10 ws-ap-ud-mm                        pic 9(02).
             10 ws-ap-ud-dd                        pic 9(02).
          05 ws-ap-modo-sessao                     pic x(01).
          05 ws-ap-time                            pic x(15).
          05 ws-ap-situacao                        pic x(01).
          05 ws-ap-sit-data                        pic 9(08).
          05 ws-ap-sit-data-r redefines ws-ap-sit-data.
             10 ws-ap-sd-aaaa                      pic 9(04).
             10 ws-ap-sd-mm                        pic 9(02).
             10 ws-ap-sd-dd                        pic 9(02).
          05 ws-ap-sit-motivo                      pic x(30).

      *>----Liga mensal: quebra de mes na gravacao da classificacao
       77 ws-liga-mes-atual                        pic 9(06).

      *>----Linhas formatadas do relatorio da liga mensal
       01 ws-linha-liga-mes.
          05 filler                                 pic x(05) value "MES: ".
       01 ws-linha-liga.
          05 ws-llg-nome                            pic x(25).
          05 filler                                 pic x(01) value ";".
          05 ws-llg-torneios                        pic 9(05).
          05 filler                                 pic x(01) value ";".
          05 ws-llg-primeiros                       pic 9(05).
          05 filler                                 pic x(01) value ";".
          05 ws-llg-pontos                          pic 9(07).

      *>----Tabela do baralho corrente (o baralho classico ocupa 26 linhas;
      *>    outros baralhos do catalogo podem usar ate 50)
          05 ws-ult-data-jog                       pic 9(08) value zero.
          05 ws-modo-sessao-jog                    pic x(01) value space.
          05 ws-time-jog                           pic x(15) value space.
          05 ws-situacao-jog                       pic x(01) value space.
          05 ws-sit-data-jog                       pic 9(08) value zero.
          05 ws-sit-motivo-jog                     pic x(30) value space.

       01 ws-jogadores-aux.
          05 ws-nome-jog-aux                       pic x(25).
          05 ws-ult-data-jog-aux                   pic 9(08) value zero.
          05 ws-modo-sessao-jog-aux                pic x(01) value space.
          05 ws-time-jog-aux                       pic x(15) value space.
          05 ws-situacao-jog-aux                   pic x(01) value space.
          05 ws-sit-data-jog-aux                   pic 9(08) value zero.
          05 ws-sit-motivo-jog-aux                 pic x(30) value space.

      *>----Rodizio de turnos por equipe: a cada volta sai uma vaga por
      *>    time, na ordem de aparicao; jogador sem time e um "time" de um
          05 filler                                 pic x(01) value ";".
          05 ws-lrfe-pontos                         pic 9(06).

      *>----Torneio mata-mata: chave eliminatoria dos jogadores de hoje,
      *>    semeada pelo placar vitalicio (o criterio do hall da fama),
      *>    com confrontos diretos de poucas perguntas e bye para quem
      *>    sobra ate a potencia de 2; situacao da chave: A em andamento,
      *>    F campeao definido (relatorio ao sair), I ja impressa
       77 ws-fs-chave                              pic 9(02).
       77 ws-mm-situacao                           pic x(01) value space.
       77 ws-mm-data                               pic x(10) value space.
       77 ws-mm-qtd-jog                            pic 9(02) value zero.
       77 ws-mm-tamanho                            pic 9(02) value zero.
       77 ws-mm-rodadas                            pic 9(01) value zero.
       77 ws-mm-perguntas                          pic 9(01) value 5.
       77 ws-mm-perguntas-x                        pic x(01).
       77 ws-mm-qtd-conf                           pic 9(02) value zero.
       77 ws-mm-ind                                pic 9(02).
       77 ws-mm-ind2                               pic 9(02).
       77 ws-mm-ind-conf                           pic 9(02).
       77 ws-mm-ind-alvo                           pic 9(02).
       77 ws-mm-jogos-rod                          pic 9(02).
       77 ws-mm-tam-ordem                          pic 9(02).
       77 ws-mm-sem-a                              pic 9(02).
       77 ws-mm-sem-b                              pic 9(02).
       77 ws-mm-ind-a                              pic 9(02).
       77 ws-mm-ind-b                              pic 9(02).
       77 ws-mm-pergunta-atual                     pic 9(02).
       77 ws-mm-pares-subita                       pic 9(01).
       77 ws-mm-pot                                pic 9(02).
       77 ws-mm-resposta                           pic x(01).
       77 ws-mm-leitura-ok                         pic x(01).
       77 ws-mm-campeao                            pic x(25) value space.

      *>    jogadores pela semente (1 = maior placar vitalicio); vital e
      *>    sessao sao o placar do cadastro no fim do ultimo confronto
      *>    decidido, para desfazer os pontos de um confronto interrompido
       01 ws-mm-jog occurs 32.
          05 ws-mmj-nome                           pic x(25).
          05 ws-mmj-pontos-semente                 pic 9(04).
          05 ws-mmj-vital                          pic 9(04).
          05 ws-mmj-sessao                         pic 9(04).
          05 ws-mmj-pontos                         pic 9(04).
          05 ws-mmj-elim                           pic 9(01).

      *>    confrontos na ordem da chave (toda a 1a rodada, depois a 2a...);
      *>    situacao P pendente, B bye, J decidido nas perguntas, M na morte
      *>    subita, S pela semente (morte subita sem vencedor)
       01 ws-mm-conf occurs 31.
          05 ws-mmc-rodada                         pic 9(01).
          05 ws-mmc-jogo                           pic 9(02).
          05 ws-mmc-semente-a                      pic 9(02).
          05 ws-mmc-semente-b                      pic 9(02).
          05 ws-mmc-pontos-a                       pic 9(03).
          05 ws-mmc-pontos-b                       pic 9(03).
          05 ws-mmc-vencedor                       pic 9(02).
          05 ws-mmc-situacao                       pic x(01).

       01 ws-mm-ordem occurs 32                    pic 9(02).
       01 ws-mm-ini-rod occurs 6                   pic 9(02).
       01 ws-mm-cand occurs 20                     pic 9(02).
       01 ws-mm-coloc-jog occurs 20                pic 9(02).

       01 ws-mm-fases-lista.
          05 filler                                pic x(16) value "FINAL".
          05 filler                                pic x(16) value "SEMIFINAL".
          05 filler                                pic x(16) value "QUARTAS DE FINAL".
          05 filler                                pic x(16) value "OITAVAS DE FINAL".
          05 filler                                pic x(16) value "PRIMEIRA FASE".
       01 ws-mm-fases redefines ws-mm-fases-lista.
          05 ws-mm-fase occurs 5                   pic x(16).

      *>    registros do arquivo da chave, em colunas fixas
       01 ws-linha-chave-cab.
          05 filler                                pic x(04) value "CAB;".
          05 ws-lcc-data                           pic x(10).
          05 filler                                pic x(01) value ";".
          05 ws-lcc-situacao                       pic x(01).
          05 filler                                pic x(01) value ";".
          05 ws-lcc-qtd-jog                        pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcc-tamanho                        pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcc-rodadas                        pic 9(01).
          05 filler                                pic x(01) value ";".
          05 ws-lcc-perguntas                      pic 9(01).

       01 ws-linha-chave-jog.
          05 filler                                pic x(04) value "JOG;".
          05 ws-lcj-semente                        pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcj-nome                           pic x(25).
          05 filler                                pic x(01) value ";".
          05 ws-lcj-pontos-semente                 pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lcj-vital                          pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lcj-sessao                         pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lcj-pontos                         pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lcj-elim                           pic 9(01).

       01 ws-linha-chave-conf.
          05 filler                                pic x(05) value "CONF;".
          05 ws-lcf-rodada                         pic 9(01).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-jogo                           pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-semente-a                      pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-semente-b                      pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-pontos-a                       pic 9(03).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-pontos-b                       pic 9(03).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-vencedor                       pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lcf-situacao                       pic x(01).

      *>----Linha de confronto do mata-mata no arquivo de auditoria ("CH"
      *>    + rodada no lugar da colocacao numerica: a liga mensal ignora
      *>    a linha e o mata-mata conta como um torneio so, pelas linhas
      *>    de colocacao dos jogadores)
       01 ws-linha-relFinal-ch.
          05 ws-lrfc-dd                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-lrfc-mm                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-lrfc-aaaa                           pic 9(04).
          05 filler                                 pic x(03) value ";CH".
          05 ws-lrfc-rodada                         pic 9(01).
          05 filler                                 pic x(01) value ";".
          05 ws-lrfc-jogo                           pic 9(02).
          05 filler                                 pic x(01) value ";".
          05 ws-lrfc-vencedor                       pic x(25).
          05 filler                                 pic x(01) value ";".
          05 ws-lrfc-pontos-venc                    pic 9(04).
          05 filler                                 pic x(01) value ";".
          05 ws-lrfc-perdedor                       pic x(25).
          05 filler                                 pic x(01) value ";".
          05 ws-lrfc-pontos-perd                    pic 9(04).

      *>----Premiacao: valores das regras (colocacao 1 a 3 e equipe
      *>    vencedora na 4a linha; coluna 1 modo N, coluna 2 modo I), o
      *>    lancamento do razao de premios e os acumulados do extrato
       77 ws-fs-regras                             pic 9(02).
       77 ws-fs-razao                              pic 9(02).
       77 ws-fs-extrato                            pic 9(02).
       77 ws-regras-carregadas                     pic x(01) value space.
       77 ws-rp-cod                                pic x(02).
       77 ws-rp-modo                               pic x(01).
       77 ws-ind-pr                                pic 9(01).
       77 ws-ind-pm                                pic 9(01).
       77 ws-pr-valor-x                            pic x(10).
       77 ws-pr-int-x                              pic x(10).
       77 ws-pr-cent-x                             pic x(10).
       77 ws-pr-valor-ok                           pic x(01).
       77 ws-pr-valor                              pic 9(05)v99.
       77 ws-pr-ref                                pic x(30).
       77 ws-pr-saldo                              pic s9(07)v99.
       77 ws-pr-saldo-ed                           pic -(7)9,99.
       77 ws-pr-valor-ed                           pic zzzz9,99.
       77 ws-pr-qtd-lanc                           pic 9(04).
       77 ws-pr-total-lanc                         pic 9(07)v99.
       77 ws-pr-total-ed                           pic zzzzzz9,99.
       77 ws-pr-periodo                            pic 9(06).
       77 ws-pr-periodo-x                          pic x(06).
       77 ws-pr-periodo-ok                         pic x(01).
       01 ws-pr-mes-ref.
          05 ws-pr-ref-aaaa                        pic 9(04).
          05 ws-pr-ref-mm                          pic 9(02).

       01 ws-premios-regra.
          05 ws-pr-colocacao occurs 4.
             10 ws-pr-regra-valor occurs 2         pic 9(05)v99.

      *>    valor digitado ("50" ou "50,00") alinhado em inteiros e
      *>    centavos, para o teste numerico e a leitura sem edicao
       01 ws-pr-valor-edit.
          05 ws-pr-int-j                           pic x(05) justified right.
          05 ws-pr-cent-j                          pic x(02).
       01 ws-pr-valor-num redefines ws-pr-valor-edit
                                                   pic 9(05)v99.

      *>    tipo C credito de premio, R resgate de vale, E estorno de
      *>    credito; valor com virgula decimal em colunas fixas
       01 ws-linha-razao.
          05 ws-lz-data.
             10 ws-lz-dd                           pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-lz-mm                           pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-lz-aaaa                         pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lz-hh                              pic 9(02).
          05 filler                                pic x(01) value ":".
          05 ws-lz-min                             pic 9(02).
          05 filler                                pic x(01) value ":".
          05 ws-lz-ss                              pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lz-tipo                            pic x(01).
          05 filler                                pic x(01) value ";".
          05 ws-lz-nome                            pic x(25).
          05 filler                                pic x(01) value ";".
          05 ws-lz-valor-int                       pic 9(05).
          05 filler                                pic x(01) value ",".
          05 ws-lz-valor-cent                      pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lz-ref                             pic x(30).
          05 filler                                pic x(01) value ";".
          05 ws-lz-operador                        pic x(08).

      *>    extrato: acumulados do jogador corrente e totais do relatorio
       77 ws-px-fim                                pic x(01).
       77 ws-px-nome-ant                           pic x(25).
       77 ws-px-lidos                              pic 9(06).
       77 ws-px-usados                             pic 9(06).
       77 ws-px-rejeitados                         pic 9(06).
      *>    lancamentos validos de meses depois do extrato (lidos = usados
      *>    + posteriores + rejeitados)
       77 ws-px-posteriores                        pic 9(06).
       77 ws-px-jogadores                          pic 9(04).
       77 ws-px-anterior                           pic s9(07)v99.
       77 ws-px-ganhos                             pic s9(07)v99.
       77 ws-px-resgates                           pic s9(07)v99.
       77 ws-px-final                              pic s9(07)v99.
       77 ws-px-tot-anterior                       pic s9(07)v99.
       77 ws-px-tot-ganhos                         pic s9(07)v99.
       77 ws-px-tot-resgates                       pic s9(07)v99.
       77 ws-px-tot-final                          pic s9(07)v99.

       01 ws-cab-extrato.
          05 filler                                pic x(27) value "JOGADOR".
          05 filler                                pic x(13) value " SALDO ANT.  ".
          05 filler                                pic x(13) value "     GANHOS  ".
          05 filler                                pic x(13) value "   RESGATES  ".
          05 filler                                pic x(11) value "SALDO FINAL".

       01 ws-linha-extrato.
          05 ws-lx-nome                            pic x(25).
          05 filler                                pic x(02) value space.
          05 ws-lx-anterior                        pic -(7)9,99.
          05 filler                                pic x(02) value space.
          05 ws-lx-ganhos                          pic -(7)9,99.
          05 filler                                pic x(02) value space.
          05 ws-lx-resgates                        pic -(7)9,99.
          05 filler                                pic x(02) value space.
          05 ws-lx-final                           pic -(7)9,99.

      *>----Reconciliacao do placar vitalicio: o cadastro contra o historico
      *>    (coluna de brutos de relatorioFinalRel.txt e dos arcRelFinal*,
      *>    uma linha por torneio disputado) e contra os acertos do jornal;
      *>    o relatorio de divergencias e tambem a entrada das correcoes
       77 ws-fs-reconc                             pic 9(02).
       77 ws-rc-ano                                pic 9(04).
       77 ws-rc-mes                                pic 9(02).
       77 ws-rc-ano-ini                            pic 9(04) value 2000.
       77 ws-rc-qtd-arc                            pic 9(03).
       77 ws-rc-linha                              pic x(80).
       77 ws-rc-lidos                              pic 9(07).
       77 ws-rc-usados                             pic 9(07).
       77 ws-rc-rejeitados                         pic 9(07).
       77 ws-rc-fim                                pic x(01).
       77 ws-rc-nome-ant                           pic x(25).
       77 ws-rc-tem-cadastro                       pic x(01).
       77 ws-rc-cad-pontos                         pic 9(05).
       77 ws-rc-cad-torneios                       pic 9(04).
       77 ws-rc-cad-sessao                         pic 9(04).
       77 ws-rc-hist-pontos                        pic 9(06).
       77 ws-rc-hist-torneios                      pic 9(05).
       77 ws-rc-acertos                            pic 9(06).
       77 ws-rc-esperado                           pic 9(06).
       77 ws-rc-teto-jornal                        pic 9(07).
       77 ws-rc-jogadores                          pic 9(05).
       77 ws-rc-divergentes                        pic 9(05).
       77 ws-rc-sem-cadastro                       pic 9(05).
       77 ws-rc-alerta-jornal                      pic 9(05).
       77 ws-rc-aposentados                        pic 9(05).
       77 ws-rc-apo-divergentes                    pic 9(05).
       77 ws-rc-aplicadas                          pic 9(05).
       77 ws-rc-resposta                           pic x(01).

       01 ws-cab-reconc.
          05 filler                                pic x(28) value "  JOGADOR".
          05 filler                                pic x(13) value "CADASTRO".
          05 filler                                pic x(15) value "HISTORICO".
          05 filler                                pic x(06) value "SESSAO".
          05 filler                                pic x(08) value "ACERTOS".
          05 filler                                pic x(08) value "SITUACAO".

       01 ws-cab-reconc2.
          05 filler                                pic x(28) value space.
          05 filler                                pic x(13) value "PONT.  TORN.".
          05 filler                                pic x(15) value "PONTOS  TORN.".
          05 filler                                pic x(06) value "ABERTA".
          05 filler                                pic x(08) value "JORNAL".

      *>    marca: D = cadastro diverge do historico (corrigivel), S = ha
      *>    historico sem registro no cadastro, J = o historico passa do
      *>    maximo que os acertos do jornal poderiam render, A = aposentado
      *>    cujo registro no arquivo morto diverge do historico (so vira
      *>    correcao depois de reintegrado)
       01 ws-linha-reconc.
          05 ws-lr-marca                           pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-lr-nome                            pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-lr-cad-pontos                      pic 9(05).
          05 filler                                pic x(02) value space.
          05 ws-lr-cad-torneios                    pic 9(04).
          05 filler                                pic x(02) value space.
          05 ws-lr-hist-pontos                     pic 9(06).
          05 filler                                pic x(02) value space.
          05 ws-lr-hist-torneios                   pic 9(05).
          05 filler                                pic x(02) value space.
          05 ws-lr-sessao                          pic 9(04).
          05 filler                                pic x(02) value space.
          05 ws-lr-acertos                         pic 9(06).
          05 filler                                pic x(02) value space.
          05 ws-lr-obs                             pic x(28).

      *>    mesma linha relida para aplicar as correcoes
       01 ws-reconc-lido.
          05 ws-rl-marca                           pic x(01).
          05 filler                                pic x(01).
          05 ws-rl-nome                            pic x(25).
          05 filler                                pic x(01).
          05 ws-rl-cad-pontos                      pic 9(05).
          05 filler                                pic x(02).
          05 ws-rl-cad-torneios                    pic 9(04).
          05 filler                                pic x(02).
          05 ws-rl-hist-pontos                     pic 9(06).
          05 filler                                pic x(02).
          05 ws-rl-hist-torneios                   pic 9(05).
          05 filler                                pic x(02).
          05 ws-rl-sessao                          pic 9(04).
          05 filler                                pic x(02).
          05 ws-rl-acertos                         pic 9(06).
          05 filler                                pic x(02).
          05 ws-rl-obs                             pic x(28).

      *>----Recurso de resposta: o operador escolhe a sessao (um bloco de
      *>    torneio do historico na data) e a linha do jornal julgada como
      *>    erro; a decisao fica em recursosRespostasRel.txt e na auditoria,
      *>    e o bloco original do historico e marcado "RV" (revisado, fora
      *>    da liga) em vez de sumir, com o bloco corrigido gravado no fim
       77 ws-fs-recurso                            pic 9(02).
       77 ws-rv-qtd-blocos                         pic 9(03).
       77 ws-rv-bloco                              pic 9(03).
       77 ws-rv-bloco-x                            pic x(03).
       77 ws-rv-bloco-atual                        pic 9(03).
       77 ws-rv-em-bloco                           pic x(01).
       77 ws-rv-linha-rel                          pic 9(07).
       77 ws-rv-linha-jor                          pic 9(07).
       77 ws-rv-escolha                            pic 9(07).
       77 ws-rv-escolha-x                          pic x(07).
       77 ws-rv-qtd-cand                           pic 9(05).
       77 ws-rv-achou-linha                        pic x(01).
       77 ws-rv-ja-julgado                         pic x(01).
       77 ws-rv-qtd-jog                            pic 9(02).
       77 ws-rv-ind                                pic 9(02).
       77 ws-rv-ind-rec                            pic 9(02).
       77 ws-rv-ind-est                            pic 9(02).
       77 ws-rv-ind-csv                            pic 9(02).
       77 ws-rv-decisao                            pic x(01).
       77 ws-rv-motivo                             pic x(60).
       77 ws-rv-base                               pic 9(01).
       77 ws-rv-grade                              pic 9(01).
       77 ws-rv-ganho                              pic 9(02).
       77 ws-rv-segundos                           pic 9(05).
       77 ws-rv-coloc-fixa                         pic x(01).
       77 ws-rv-linha-aux                          pic x(80).
       77 ws-rv-valor-ant                          pic 9(05)v99.
       77 ws-rv-valor-novo                         pic 9(05)v99.
       77 ws-rv-qtd-csv                            pic 9(03).

      *>    linhas que seguem o bloco escolhido na mesma data: rodadas da
      *>    partida melhor-de ("R1".."R3", classificacao por rodadas
      *>    vencidas) e totais de equipe ("EQ", refeitos com o acerto)
       77 ws-rv-anexo                              pic x(01).
       77 ws-rv-qtd-rod                            pic 9(01).
       77 ws-rv-rod                                pic 9(01).
       77 ws-rv-rod-melhor                         pic 9(04).
       77 ws-rv-rod-qtd                            pic 9(02).
       77 ws-rv-ind-venc                           pic 9(02).
       77 ws-rv-qtd-eq                             pic 9(02).
       77 ws-rv-ind-eq                             pic 9(02).
       77 ws-rv-eq-venc-ant                        pic x(15).
       77 ws-rv-eq-coloc-x                         pic x(02).
       77 ws-rv-eq-time-x                          pic x(15).
       77 ws-rv-eq-pontos-x                        pic x(06).
       77 ws-rv-eq-tipo-x                          pic x(10).

       01 ws-rv-equipe occurs 20.
          05 ws-rve-time                           pic x(15).
          05 ws-rve-coloc                          pic x(02).
          05 ws-rve-pontos                         pic 9(06).
          05 ws-rve-linha                          pic 9(07).
          05 ws-rve-csv                            pic x(01).

       01 ws-rv-data.
          05 ws-rv-dd                              pic x(02).
          05 filler                                pic x(01).
          05 ws-rv-mm                              pic x(02).
          05 filler                                pic x(01).
          05 ws-rv-aaaa                            pic x(04).

      *>    bloco da sessao escolhida, na ordem do historico
       01 ws-rv-jog occurs 20.
          05 ws-rvj-nome                           pic x(25).
          05 ws-rvj-coloc                          pic 9(02).
          05 ws-rvj-coloc-nova                     pic 9(02).
          05 ws-rvj-pontos                         pic 9(04).
          05 ws-rvj-modo                           pic x(01).
          05 ws-rvj-brutos                         pic 9(04).
          05 ws-rvj-linha                          pic 9(07).
          05 ws-rvj-csv                            pic x(01).
          05 ws-rvj-time                           pic x(15).
          05 ws-rvj-venc                           pic 9(02).
          05 ws-rvj-rod-pontos occurs 3            pic 9(04).

       01 ws-rv-jog-aux.
          05 ws-rvj-nome-aux                       pic x(25).
          05 ws-rvj-coloc-aux                      pic 9(02).
          05 ws-rvj-coloc-nova-aux                 pic 9(02).
          05 ws-rvj-pontos-aux                     pic 9(04).
          05 ws-rvj-modo-aux                       pic x(01).
          05 ws-rvj-brutos-aux                     pic 9(04).
          05 ws-rvj-linha-aux                      pic 9(07).
          05 ws-rvj-csv-aux                        pic x(01).
          05 ws-rvj-time-aux                       pic x(15).
          05 ws-rvj-venc-aux                       pic 9(02).
          05 ws-rvj-rod-pontos-aux occurs 3        pic 9(04).

      *>    linha do historico com a colocacao trocada por "RV"
       01 ws-rv-linha-hist.
          05 filler                                pic x(11).
          05 ws-rv-coloc-hist                      pic x(02).
          05 filler                                pic x(67).

      *>    linha do arquivo de recursos (uma por decisao)
       01 ws-linha-recurso.
          05 ws-lrc-data.
             10 ws-lrc-dd                          pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-lrc-mm                          pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-lrc-aaaa                        pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-hh                             pic 9(02).
          05 filler                                pic x(01) value ":".
          05 ws-lrc-min                            pic 9(02).
          05 filler                                pic x(01) value ":".
          05 ws-lrc-ss                             pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-operador                       pic x(08).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-sessao                         pic x(10).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-linha-jornal                   pic 9(07).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-nome                           pic x(25).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-estado                         pic x(25).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-resposta                       pic x(25).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-decisao                        pic x(09).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-pontos                         pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lrc-motivo                         pic x(60).

      *>    a mesma linha relida, para recusar um segundo recurso da linha
       01 ws-recurso-lido.
          05 filler                                pic x(29).
          05 ws-rcl-sessao                         pic x(10).
          05 filler                                pic x(01).
          05 ws-rcl-linha-jornal                   pic x(07).
          05 filler                                pic x(01).
          05 ws-rcl-nome                           pic x(25).
          05 filler                                pic x(127).


      *>----Execucao noturna (programa chamado com o parametro NOTURNO): os
      *>    passos de controleNoturnoRel.txt ("PASSO;PARAMETRO", "*" na
      *>    primeira coluna e comentario) rodam em ordem, sem tela e sem
      *>    operador; cada passo grava inicio e fim em execucaoNoturnaRel.txt
      *>    e o ponto de reinicio (ultimo passo concluido e a fase ja feita
      *>    do passo seguinte) fica em reinicioNoturnoRel.txt, com a data;
      *>    ponto de reinicio de outro dia e descartado (execucao nova)
       77 ws-fs-ctlNot                             pic 9(02).
       77 ws-fs-logNot                             pic 9(02).
       77 ws-fs-reinicio                           pic 9(02).
       77 ws-parm-execucao                         pic x(20).
       77 ws-noturno                               pic x(01) value space.
       77 ws-nt-rc                                 pic 9(02) value zero.
       77 ws-nt-passo                              pic 9(02) value zero.
       77 ws-nt-inicio                             pic 9(02).
       77 ws-nt-fase-feita                         pic 9(01) value zero.
       77 ws-nt-reinicio-vencido                   pic x(01).
       77 ws-nt-fim-ctl                            pic x(01).
       77 ws-nt-reconhecido                        pic x(01).
       77 ws-nt-param-ok                           pic x(01).
       77 ws-nt-nome                               pic x(12).
       77 ws-nt-param                              pic x(20).
       77 ws-nt-pref                               pic x(02).
       77 ws-nt-meses-x                            pic x(02).
       77 ws-nt-meses                              pic 9(02).
       77 ws-nt-qtd-ok                             pic 9(02).
       77 ws-nt-qtd-pulados                        pic 9(02).
       77 ws-nt-aaaamm                             pic 9(06).
       77 ws-nt-ano                                pic 9(04).
       77 ws-nt-mes-r                              pic 9(02).

       01 ws-nt-ctl-lido.
          05 ws-nt-ctl-marca                       pic x(01).
          05 filler                                pic x(79).

       01 ws-linha-noturno.
          05 ws-ln-data.
             10 ws-ln-dd                           pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-ln-mm                           pic 9(02).
             10 filler                             pic x(01) value "/".
             10 ws-ln-aaaa                         pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-ln-hh                              pic 9(02).
          05 filler                                pic x(01) value ":".
          05 ws-ln-min                             pic 9(02).
          05 filler                                pic x(01) value ":".
          05 ws-ln-ss                              pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-ln-passo                           pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-ln-nome                            pic x(12).
          05 filler                                pic x(01) value ";".
          05 ws-ln-evento                          pic x(07).
          05 filler                                pic x(01) value ";".
          05 ws-ln-resultado                       pic x(05).
          05 filler                                pic x(01) value ";".
          05 ws-ln-detalhe                         pic x(70).

       01 ws-linha-reinicio.
          05 ws-lri-situacao                       pic x(01).
          05 filler                                pic x(01) value ";".
          05 ws-lri-passo                          pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lri-fase                           pic 9(01).
          05 filler                                pic x(01) value ";".
          05 ws-lri-data                           pic 9(08).

       01 ws-reinicio-lido.
          05 ws-rli-situacao                       pic x(01).
          05 filler                                pic x(01).
          05 ws-rli-passo                          pic x(02).
          05 filler                                pic x(01).
          05 ws-rli-fase                           pic x(01).
          05 filler                                pic x(01).
          05 ws-rli-data                           pic x(08).
          05 filler                                pic x(25).

      *>----Importacao de baralho: um arquivo "pergunta;resposta" exportado
      *>    da planilha e conferido linha a linha (tamanho de 25 posicoes
      *>    como fd-estado/fd-capital, repetidos, brancos e o teto de 50
      *>    itens); com qualquer rejeito nada e gravado, e os rejeitos saem
      *>    com o motivo em rejeitosImportacaoRel.txt
       77 ws-fs-importa                            pic 9(02).
       77 ws-fs-rejeito                            pic 9(02).
       77 ws-fs-bar-copia                          pic 9(02).
       77 ws-arq-importa                           pic x(30).
       77 ws-arq-copia-bar                         pic x(30).
       77 ws-rk-copia                              pic 9(02).
       77 ws-ib-aberto                             pic x(01).
       77 ws-ib-qtd-lidas                          pic 9(04).
       77 ws-ib-qtd-vazias                         pic 9(04).
       77 ws-ib-qtd-itens                          pic 9(02).
       77 ws-ib-qtd-rejeitos                       pic 9(04).
       77 ws-ib-qtd-sep                            pic 9(03).
       77 ws-ib-ind                                pic 9(02).
       77 ws-ib-motivo                             pic x(40).
       77 ws-ib-linha-dup                          pic 9(04).
       77 ws-ib-perg-norm                          pic x(25).
       77 ws-ib-resp-norm                          pic x(25).
       77 ws-ib-baralho                            pic 9(01).
       77 ws-ib-baralho-x                          pic x(01).
       77 ws-ib-novo                               pic x(01).
       77 ws-ib-titulo                             pic x(30).
       77 ws-ib-resposta                           pic x(01).
       77 ws-ib-copia                              pic x(30).
       77 ws-ib-oficial-item                       pic x(25).

       01 ws-ib-campos.
          05 ws-ib-pergunta-l.
             10 ws-ib-pergunta                     pic x(25).
             10 ws-ib-pergunta-exc                 pic x(95).
          05 ws-ib-resposta-l.
             10 ws-ib-resposta-item                pic x(25).
             10 ws-ib-resposta-exc                 pic x(95).
          05 ws-ib-sobra                           pic x(120).

      *>    itens aceitos, com a linha de origem e a forma normalizada
      *>    (sem acento e sem caixa) usada para achar os repetidos
       01 ws-ib-itens occurs 50.
          05 ws-ib-it-pergunta                     pic x(25).
          05 ws-ib-it-resposta                     pic x(25).
          05 ws-ib-it-linha                        pic 9(04).
          05 ws-ib-it-perg-norm                    pic x(25).
          05 ws-ib-it-resp-norm                    pic x(25).

       01 ws-linha-rejeito.
          05 filler                                pic x(06) value "LINHA ".
          05 ws-lrj-linha                          pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lrj-motivo                         pic x(40).
          05 filler                                pic x(01) value ";".
          05 ws-lrj-conteudo                       pic x(108).

      *>----Hall da fama: o cadastro indexado inteiro e ordenado pelo placar
      *>    vitalicio (nao so as 20 linhas da tabela da sessao, para nenhum
      *>    registro vitalicio sumir do hall); o relatorio impresso sai
      *>    integral e so o top 20, que a tela mostra, fica nesta tabela
       77 ws-qtd-hall                              pic 9(05) value zero.

       01 ws-hall occurs 20.
          05 ws-hall-nome                          pic x(25).
          05 ws-hall-pontos                        pic 9(04).
          05 ws-hall-torneios                      pic 9(04).
             10 ws-hall-ud-mm                      pic 9(02).
             10 ws-hall-ud-dd                      pic 9(02).

       01 ws-hall-atual.
          05 ws-hall-nome-atu                      pic x(25).
          05 ws-hall-pontos-atu                    pic 9(04).
          05 ws-hall-torneios-atu                  pic 9(04).
          05 ws-hall-ult-data-atu                  pic 9(08).
          05 ws-hall-ud-atu redefines ws-hall-ult-data-atu.
             10 ws-hall-ud-aaaa-atu                pic 9(04).
             10 ws-hall-ud-mm-atu                  pic 9(02).
             10 ws-hall-ud-dd-atu                  pic 9(02).

      *>----Ultimo jogo formatado dd/mm/aaaa, carregado linha a linha para
      *>    a tela e o relatorio do hall da fama

      *>----Linha do relatorio impresso do hall da fama
       01 ws-linha-hall.
          05 ws-lh-pos                             pic 9(05).
          05 filler                                pic x(01) value ";".
          05 ws-lh-nome                            pic x(25).
          05 filler                                pic x(01) value ";".
          05 ws-ind-est                            pic 9(02).
          05 ws-ind-jog                            pic 9(02).
          05 ws-ind-busca                          pic 9(02).
      *>    ws-ind-rel com 3 digitos para o laco da tela do hall
      *>    nunca transbordar o indice ao passar do ultimo jogador
          05 ws-ind-rel                            pic 9(03).
          05 ws-lin-rel                            pic 9(02).
          05 ws-liga-geral                         pic x(01).
          05 ws-rel-progresso                      pic x(01).
          05 ws-calibrar-dific                     pic x(01).
          05 ws-mata-mata                          pic x(01).
          05 ws-mais-opcoes                        pic x(01).

      *>    menu complementar (Mais Opcoes)
       01 ws-tela-menu2.
          05 ws-voltar-menu2                       pic x(01).
          05 ws-resgate-premios                    pic x(01).
          05 ws-extrato-premios                    pic x(01).
          05 ws-reconc-pontos                      pic x(01).
          05 ws-recurso-resp                       pic x(01).
          05 ws-import-baralho                     pic x(01).
          05 ws-sit-jogadores                      pic x(01).
          05 ws-revisao-jogo                       pic x(01).
          05 ws-lgpd-titular                       pic x(01).


       01 ws-tela-jogo.
           05 line 20 col 01 value "        [ ]Liga Geral (importa intercambioRel.txt e consolida os escritorios)    ".
           05 line 21 col 01 value "        [ ]Progresso por Jogador (jornal consolidado por jogador e mes)          ".
           05 line 22 col 01 value "        [ ]Calibrar Dificuldade (nota por item, pela taxa de erro do jornal)     ".
           05 line 23 col 01 value "        [ ]Torneio Mata-mata (chave eliminatoria semeada pelo hall da fama)      ".
           05 line 24 col 01 value "        [ ]Mais Opcoes (premios e demais utilitarios)                            ".


           05 sc-sair-menu            line 01  col 71 pic x(01)
           05 sc-calibrar-dific       line 22  col 10 pic x(01)
           using ws-calibrar-dific foreground-color 15.

           05 sc-mata-mata            line 23  col 10 pic x(01)
           using ws-mata-mata foreground-color 15.

           05 sc-mais-opcoes          line 24  col 10 pic x(01)
           using ws-mais-opcoes foreground-color 15.

       01  sc-tela-menu2.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                                Mais Opcoes                                      ".
           05 line 03 col 01 value "      MENU COMPLEMENTAR                                                          ".
           05 line 04 col 01 value "        [ ]Resgate de Premios (entrega de vale, debitada do saldo do jogador)    ".
           05 line 05 col 01 value "        [ ]Extrato de Premios (saldo anterior, ganhos, resgates e saldo final)   ".
           05 line 06 col 01 value "        [ ]Reconciliacao de Pontos (cadastro x historico e jornal, com correcao) ".
           05 line 07 col 01 value "        [ ]Recurso de Resposta (reverter ou manter um erro julgado do jornal)    ".
           05 line 08 col 01 value "        [ ]Importacao de Baralho (arquivo pergunta;resposta, com rejeitos)       ".
           05 line 09 col 01 value "        [ ]Situacao de Jogadores (suspender, aposentar, reintegrar, inativos)    ".
           05 line 10 col 01 value "        [ ]Revisao de Jogo Suspeito (relatorio mensal do jornal de respostas)    ".
           05 line 11 col 01 value "        [ ]Solicitacao LGPD (acesso aos dados ou eliminacao do titular)          ".


           05 sc-voltar-menu2         line 01  col 71 pic x(01)
           using ws-voltar-menu2 foreground-color 12.

           05 sc-resgate-premios      line 04  col 10 pic x(01)
           using ws-resgate-premios foreground-color 15.

           05 sc-extrato-premios      line 05  col 10 pic x(01)
           using ws-extrato-premios foreground-color 15.

           05 sc-reconc-pontos        line 06  col 10 pic x(01)
           using ws-reconc-pontos foreground-color 15.

           05 sc-recurso-resp         line 07  col 10 pic x(01)
           using ws-recurso-resp foreground-color 15.

           05 sc-import-baralho       line 08  col 10 pic x(01)
           using ws-import-baralho foreground-color 15.

           05 sc-sit-jogadores        line 09  col 10 pic x(01)
           using ws-sit-jogadores foreground-color 15.

           05 sc-revisao-jogo         line 10  col 10 pic x(01)
           using ws-revisao-jogo foreground-color 15.

           05 sc-lgpd-titular         line 11  col 10 pic x(01)
           using ws-lgpd-titular foreground-color 15.

       01  sc-tela-cad-jogador.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0


           perform inicializa.
           if ws-noturno = "1" then
               perform execucao-noturna
           else
               perform processamento
           end-if.
           perform finaliza.

      *>________________________________________________________________________
       inicializa section.

      *>    _______apresentacao do operador: todo uso do terminal comeca
      *>    identificado, e o codigo assina as linhas da auditoria; na
      *>    execucao noturna (parametro NOTURNO) nao ha operador nem tela_________
           accept ws-parm-execucao from command-line
           if ws-parm-execucao = "NOTURNO" or ws-parm-execucao = "noturno" then
               move "1"       to ws-noturno
               move "NOTURNO" to ws-operador
           else
               display erase
               display "QUIZ ESTADOS - APRESENTACAO DO OPERADOR"
               display " "
               perform until ws-operador not = space
                   display "Informe o codigo do operador:"
                   accept ws-operador
               end-perform
           end-if

           move "APRESENTACAO"       to ws-la-acao
           move "INICIO DE SESSAO NO TERMINAL" to ws-la-detalhe

      *>    se houve algo a avisar, espera o operador ler antes do primeiro
      *>    desenho da tela de menu (que e "blank screen" e apagaria os avisos)
           if ws-qtd-problemas > 0 and ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
               move zero  to ws-ult-data-jog(ws-ind-jog)
               move space to ws-modo-sessao-jog(ws-ind-jog)
               move space to ws-time-jog(ws-ind-jog)
               move space to ws-situacao-jog(ws-ind-jog)
               move zero  to ws-sit-data-jog(ws-ind-jog)
               move space to ws-sit-motivo-jog(ws-ind-jog)
           end-perform

           move low-values    to   fd-cadJog-nome
               perform finaliza-anormal
           end-if

      *>    so entra na tabela quem esta ativo: inativo e suspenso ficam no
      *>    cadastro, mas nao tomam uma das 20 linhas dos turnos (o inativo
      *>    volta pelo Cadastro, que o reativa; o aposentado nem esta aqui,
      *>    foi para o arquivo morto)
           move 1 to ws-ind-jog
           perform until ws-fs-cadJog = 10
                      or ws-fs-cadJog = 23
                      or ws-ind-jog > ws-max-jogadores

               read cadastroJogadores next record
               if ws-fs-cadJog = 0 then
                   if fd-cadJog-sit-ativo then
                       move fd-cadJog to ws-jogadores(ws-ind-jog)
                       add 1 to ws-ind-jog
                   end-if
               else
                   if ws-fs-cadJog <> 10 then
                       move "4"                                  to ws-msn-erro-ofsset
                       move ws-fs-cadJog                         to ws-msn-erro-cod
                       move "Erro ao ler arq. cadastroJogadores " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>        ws-ativo-sessao/ws-pontos-sessao vem do proprio arquivo (campos
               open i-o cadastroJogadores
           end-if

      *>    39 = o indexado existe, mas no leiaute anterior de 62 bytes (sem
      *>    a situacao do jogador): converte uma unica vez e reabre
           if ws-fs-cadJog = 39 then
               perform converter-cadastro-situacao
               open i-o cadastroJogadores
           end-if

           if ws-fs-cadJog <> 0 then
               move "5"                                   to ws-msn-erro-ofsset
               move ws-fs-cadJog                          to ws-msn-erro-cod

      *>        espera o operador ler: o primeiro desenho do menu e um
      *>        "blank screen" e apagaria o aviso da conversao
               if ws-noturno not = "1" then
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-pausa-tecla
               end-if
           end-if

           .

      *>    espera o operador ler: o primeiro desenho do menu e um "blank
      *>    screen" e apagaria o aviso da conversao e o nome da copia
           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       migrar-cadastro-antigo-exit.
           exit.

      *>________________________________________________________________________
      *>   Conversao unica do cadastro indexado de 62 bytes para o leiaute
      *>   com a situacao do jogador: copia o arquivo inteiro, na ordem da
      *>   chave, para cadastroJogadoresV2Bkp.txt (que fica como copia de
      *>   seguranca), recria o indexado e regrava cada jogador como ativo;
      *>   as geracoes Ger1..Ger5 passam pelo mesmo leiaute logo depois
      *>________________________________________________________________________
       converter-cadastro-situacao section.

           open input cadastroIdxAnterior
           if ws-fs-cadIdxAnt <> 0 then
               move "65"                                 to ws-msn-erro-ofsset
               move ws-fs-cadIdxAnt                      to ws-msn-erro-cod
               move "Cadastro em leiaute irreconhecivel " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output cadastroIdxAntBkp
           if ws-fs-cadIdxBkp <> 0 then
               move "66"                                 to ws-msn-erro-ofsset
               move ws-fs-cadIdxBkp                      to ws-msn-erro-cod
               move "Erro na copia de seguranca do cad. " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-sit-qtd-copiados
           perform until ws-fs-cadIdxAnt <> 0
               read cadastroIdxAnterior
               if ws-fs-cadIdxAnt = 0 then
                   move fd-cadIdxAnt to fd-cadIdxBkp
                   write fd-cadIdxBkp
                   add 1 to ws-sit-qtd-copiados
               else
                   if ws-fs-cadIdxAnt <> 10 then
                       close cadastroIdxAnterior
                       close cadastroIdxAntBkp
                       move "65"                                 to ws-msn-erro-ofsset
                       move ws-fs-cadIdxAnt                      to ws-msn-erro-cod
                       move "Cadastro em leiaute irreconhecivel " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close cadastroIdxAnterior
           close cadastroIdxAntBkp

      *>    so com a copia completa o indexado e recriado no leiaute novo
           open input cadastroIdxAntBkp
           if ws-fs-cadIdxBkp <> 0 then
               move "66"                                 to ws-msn-erro-ofsset
               move ws-fs-cadIdxBkp                      to ws-msn-erro-cod
               move "Erro na copia de seguranca do cad. " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output cadastroJogadores
           if ws-fs-cadJog <> 0 then
               move "5"                                   to ws-msn-erro-ofsset
               move ws-fs-cadJog                          to ws-msn-erro-cod
               move "Erro ao abrir arq. cadastroJogadores " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-hoje from date yyyymmdd

           perform until ws-fs-cadIdxBkp <> 0
               read cadastroIdxAntBkp
               if ws-fs-cadIdxBkp = 0 then
                   move fd-cadIdxBkp            to fd-cadJog
                   move "A"                     to fd-cadJog-situacao
                   move ws-data-hoje            to fd-cadJog-sit-data
                   move "CONVERSAO DO CADASTRO" to fd-cadJog-sit-motivo
                   write fd-cadJog
                       invalid key
                           continue
                   end-write
               end-if
           end-perform

           close cadastroIdxAntBkp
           close cadastroJogadores

      *>    geracoes de backup no leiaute anterior: sem converter, a copia
      *>    de geracao e a solicitacao do titular nao conseguem abri-las
           move zero to ws-sit-qtd-geracoes
           move "cadastroJogadoresGer1.txt" to ws-arq-ger-conv
           perform converter-geracao-situacao
           move "cadastroJogadoresGer2.txt" to ws-arq-ger-conv
           perform converter-geracao-situacao
           move "cadastroJogadoresGer3.txt" to ws-arq-ger-conv
           perform converter-geracao-situacao
           move "cadastroJogadoresGer4.txt" to ws-arq-ger-conv
           perform converter-geracao-situacao
           move "cadastroJogadoresGer5.txt" to ws-arq-ger-conv
           perform converter-geracao-situacao

           move "CONVERSAO CADASTRO" to ws-la-acao
           move space                to ws-la-detalhe
           string "LEIAUTE COM SITUACAO DO JOGADOR, REGISTROS "  delimited by size
                  ws-sit-qtd-copiados                           delimited by size
                  " (TODOS ATIVOS), COPIA cadastroJogadoresV2Bkp.txt" delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           display "CADASTRO CONVERTIDO PARA O LEIAUTE COM A SITUACAO"
           display "DO JOGADOR (" ws-sit-qtd-copiados " jogadores, todos ativos);"
           display "copia do anterior em cadastroJogadoresV2Bkp.txt"
           display "Geracoes de backup convertidas: " ws-sit-qtd-geracoes

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       converter-cadastro-situacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Converte a geracao ws-arq-ger-conv do leiaute de 62 bytes para o
      *>   do cadastro com a situacao: copia para o arquivo de trabalho,
      *>   recria a geracao e regrava cada jogador como ativo. Geracao
      *>   inexistente so pula; ja no leiaute novo (39) fica como esta
      *>________________________________________________________________________
       converter-geracao-situacao section.

           open input cadGeracaoAnterior
           if ws-fs-gerAnt = 35 then
               continue
           else
               if ws-fs-gerAnt <> 0 then
                   display "Aviso: nao converteu " function trim(ws-arq-ger-conv)
                           " (status " ws-fs-gerAnt ")"
               else
                   open output arquivoTmp
                   if ws-fs-tmp <> 0 then
                       move "24"                                 to ws-msn-erro-ofsset
                       move ws-fs-tmp                            to ws-msn-erro-cod
                       move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move zero to ws-sit-qtd-ger-reg
                   perform until ws-fs-gerAnt <> 0
                       read cadGeracaoAnterior
                       if ws-fs-gerAnt = 0 then
                           move fd-gerAnt to fd-tmp
                           write fd-tmp
                           add 1 to ws-sit-qtd-ger-reg
                       else
                           if ws-fs-gerAnt <> 10 then
                               display "Aviso: registro de "
                                       function trim(ws-arq-ger-conv)
                                       " nao convertido (status " ws-fs-gerAnt ")"
                           end-if
                       end-if
                   end-perform

                   close cadGeracaoAnterior
                   close arquivoTmp

      *>            so com a copia completa a geracao e recriada
                   open input arquivoTmp
                   if ws-fs-tmp <> 0 then
                       move "24"                                 to ws-msn-erro-ofsset
                       move ws-fs-tmp                            to ws-msn-erro-cod
                       move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-arq-bkp-sai  to ws-arq-bkp-sai-salvo
                   move ws-arq-ger-conv to ws-arq-bkp-sai
                   open output cadBackupSai
                   if ws-fs-bkp-sai <> 0 then
                       move "22"                                 to ws-msn-erro-ofsset
                       move ws-fs-bkp-sai                        to ws-msn-erro-cod
                       move "Erro ao gravar copia de geracao    " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   accept ws-data-hoje from date yyyymmdd

                   perform until ws-fs-tmp <> 0
                       read arquivoTmp
                       if ws-fs-tmp = 0 then
                           move fd-tmp                  to ws-aposent-reg
                           move "A"                     to ws-ap-situacao
                           move ws-data-hoje            to ws-ap-sit-data
                           move "CONVERSAO DO CADASTRO" to ws-ap-sit-motivo
                           move ws-aposent-reg          to fd-bkp-sai
                           write fd-bkp-sai
                               invalid key
                                   continue
                           end-write
                       end-if
                   end-perform

                   close arquivoTmp
                   close cadBackupSai
                   move ws-arq-bkp-sai-salvo to ws-arq-bkp-sai

                   add 1 to ws-sit-qtd-geracoes

                   move "CONVERSAO GERACAO" to ws-la-acao
                   move space               to ws-la-detalhe
                   string function trim(ws-arq-ger-conv)              delimited by size
                          " NO LEIAUTE COM SITUACAO, REGISTROS "      delimited by size
                          ws-sit-qtd-ger-reg                          delimited by size
                          " (TODOS ATIVOS)"                           delimited by size
                     into ws-la-detalhe
                   end-string
                   perform gravar-auditoria
               end-if
           end-if

           .
       converter-geracao-situacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Reconcilia os estados carregados de arqEstadosRel.txt com a lista
      *>   oficial dos 26 estados, acusando ausentes, duplicados e divergentes
      *>________________________________________________________________________
       reconciliar-estados section.

           move zero to ws-qtd-problemas
           move zero to ws-qtd-ausentes
           move space to ws-primeiro-ausente

      *>    ______ tira acentos da tabela carregada antes de comparar, pois
      *>    a lista oficial abaixo esta sem acentos e arqEstadosRel.txt pode
      *>    nao estar (INSPECT so troca bytes de mesmo tamanho, por isso os
      *>    acentos sao tratados pelo byte original em latin1/cp1252, e nao
      *>    pelo literal acentuado, que em utf-8 ocupa 2 bytes) ______
           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-itens
               move ws-estado(ws-ind-est) to ws-estados-normalizados(ws-ind-est)
               inspect ws-estados-normalizados(ws-ind-est) replacing
                   all x"E1" by "a"  all x"E0" by "a"  all x"E2" by "a"  all x"E3" by "a"
                   all x"E9" by "e"  all x"EA" by "e"
                   all x"ED" by "i"
                   all x"F3" by "o"  all x"F4" by "o"  all x"F5" by "o"
                   all x"FA" by "u"
                   all x"E7" by "c"
                   all x"C1" by "A"  all x"C0" by "A"  all x"C2" by "A"  all x"C3" by "A"
                   all x"C9" by "E"  all x"CA" by "E"
                   all x"CD" by "I"
                   all x"D3" by "O"  all x"D4" by "O"  all x"D5" by "O"
                   all x"DA" by "U"
                   all x"C7" by "C"
           end-perform

      *>    ______ zera os achados por posicao; posicao em branco dentro do
      *>    baralho ja e achado, alem dele e so sobra da tabela ______
           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 50
               if  ws-ind-est <= ws-qtd-itens
               and ws-estado(ws-ind-est) = space then
                   move "V"   to ws-mnt-flags(ws-ind-est)
               else
                   move space to ws-mnt-flags(ws-ind-est)
               end-if
           end-perform

      *>    ______ itens oficiais que nao apareceram na tabela carregada ______
           perform varying ws-ind-oficial from 1 by 1 until ws-ind-oficial > ws-qtd-oficiais
               move space  to ws-liga-geral
               move space  to ws-rel-progresso
               move space  to ws-calibrar-dific
               move space  to ws-mata-mata
               move space  to ws-mais-opcoes
               move space  to ws-sair

               display sc-tela-menu
                    perform calibrar-dificuldade
               end-if

               if  ws-mata-mata = "X"
               or  ws-mata-mata = "x" then
                    perform jogar-mata-mata
                    if (ws-modo-lote = "X" or ws-modo-lote = "x")
                    and ws-lote-concluido = "1" then
                        move "X" to ws-sair
                    end-if
               end-if

               if  ws-mais-opcoes = "X"
               or  ws-mais-opcoes = "x" then
                    perform menu-complementar
               end-if

      *>        o torneio de hoje ja e o mata-mata: o jogo comum somaria
      *>        pontos de sessao fora da chave, entao nao roda junto (no
      *>        lote, que marca Jogar sozinho, o torneio apenas se encerra)
               if  (ws-jogar = "X" or ws-jogar = "x")
               and (ws-mm-situacao = "A" or ws-mm-situacao = "F") then
                   move space to ws-jogar
                   if  ws-modo-lote = "X"
                   or  ws-modo-lote = "x" then
                       move "X" to ws-sair
                   else
                       display erase
                       display "O torneio de hoje e o mata-mata: o jogo comum fica"
                       display "fechado ate o relatorio final da chave."
                       display " "
                       display "Pressione ENTER para continuar..."
                       accept ws-pausa-tecla
                   end-if
               end-if

               if  ws-jogar = "X"
               or  ws-jogar = "x" then


               move space     to   ws-msn

      *>           suspenso ou aposentado nao entra no torneio: a situacao so
      *>           muda pela tela de Situacao de Jogadores (Mais Opcoes)
               if ws-nome-jogador <> space then
                   perform verificar-situacao-cadastro
               end-if

               if ws-nome-jogador <> space and ws-msn = space then  *> Consistindo a digita��o do User, nomes = spaces  s�o ignorados

      *>               jogador ja cadastrado em sessao anterior (hall da fama)?
      *>               se sim, reaproveita a linha e o placar vitalicio dele,
      *>               continua de onde estava (exceto no reaproveitamento acima)
                       move "1"               to  ws-ativo-sessao(ws-ind-jog)

      *>               inativo (pela varredura) que volta a jogar e reativado
      *>               na hora, com registro da mudanca na auditoria
                       if ws-situacao-jog(ws-ind-jog) = "I" then
                           accept ws-data-hoje from date yyyymmdd
                           move ws-nome-jog(ws-ind-jog) to ws-sit-nome
                           move "I"                     to ws-sit-anterior
                           move "A"                     to ws-sit-nova
                           move "RETORNO AO JOGO"       to ws-sit-motivo
                           move ws-sit-nova    to ws-situacao-jog(ws-ind-jog)
                           move ws-data-hoje   to ws-sit-data-jog(ws-ind-jog)
                           move ws-sit-motivo  to ws-sit-motivo-jog(ws-ind-jog)
                           perform registrar-situacao
                       end-if

      *>               persistir jogador no cadastro (mant�m placar acumulado entre sess�es)
                       perform gravar-jogador

               move fd-cadJog-ult-data      to ws-ult-data-jog(ws-ind-jog)
               move fd-cadJog-modo-sessao   to ws-modo-sessao-jog(ws-ind-jog)
               move fd-cadJog-time          to ws-time-jog(ws-ind-jog)
               move fd-cadJog-situacao      to ws-situacao-jog(ws-ind-jog)
               move fd-cadJog-sit-data      to ws-sit-data-jog(ws-ind-jog)
               move fd-cadJog-sit-motivo    to ws-sit-motivo-jog(ws-ind-jog)
               move "1"                     to ws-flag-achou
           else
               accept ws-data-hoje from date yyyymmdd
               move zero to ws-pontos(ws-ind-jog)
               move zero to ws-torneios-jog(ws-ind-jog)
               move zero to ws-ult-data-jog(ws-ind-jog)
               move "A"             to ws-situacao-jog(ws-ind-jog)
               move ws-data-hoje    to ws-sit-data-jog(ws-ind-jog)
               move "CADASTRO NOVO" to ws-sit-motivo-jog(ws-ind-jog)
           end-if

           .
                       perform mesclar-no-jornal
                       perform mesclar-no-historico
                       perform mesclar-no-csv
                       perform mesclar-no-razao

      *>                a tabela em memoria ganhou e perdeu linhas: recarrega
      *>                do cadastro, como na inicializacao
           move fd-cadJog-ult-data      to ws-mr-ult-data
           move fd-cadJog-modo-sessao   to ws-mr-modo
           move fd-cadJog-time          to ws-mr-time
           move fd-cadJog-situacao      to ws-mr-situacao
           move fd-cadJog-sit-data      to ws-mr-sit-data
           move fd-cadJog-sit-motivo    to ws-mr-sit-motivo

           move ws-mescla-destino to fd-cadJog-nome
           read cadastroJogadores
               move ws-mr-ult-data      to fd-cadJog-ult-data
               move ws-mr-modo          to fd-cadJog-modo-sessao
               move ws-mr-time          to fd-cadJog-time
               move ws-mr-situacao      to fd-cadJog-situacao
               move ws-mr-sit-data      to fd-cadJog-sit-data
               move ws-mr-sit-motivo    to fd-cadJog-sit-motivo
               write fd-cadJog
                   invalid key
                       continue
       mesclar-no-csv-exit.
           exit.

      *>________________________________________________________________________
      *>   Reescreve o nome da origem para o destino no razao de premios,
      *>   para o saldo acumulado seguir o jogador mesclado
      *>________________________________________________________________________
       mesclar-no-razao section.

           open input razaoPremios
           if ws-fs-razao <> 0 then
               continue
           else
               open output arquivoTmp
               if ws-fs-tmp <> 0 then
                   move "24"                                 to ws-msn-erro-ofsset
                   move ws-fs-tmp                            to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-razao = 10
                   read razaoPremios
                   if ws-fs-razao = 0 then
                       move fd-razao to ws-linha-razao
                       if ws-lz-nome = ws-mescla-origem then
                           move ws-mescla-destino to ws-lz-nome
                           move ws-linha-razao    to fd-tmp
                           add 1 to ws-qtd-mescla
                       else
                           move fd-razao to fd-tmp
                       end-if
                       write fd-tmp
                   end-if
               end-perform

               close razaoPremios
               close arquivoTmp

               open input  arquivoTmp
               if ws-fs-tmp <> 0 then
                   move "24"                                 to ws-msn-erro-ofsset
                   move ws-fs-tmp                            to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output razaoPremios
               if ws-fs-razao <> 0 then
                   move "46"                                 to ws-msn-erro-ofsset
                   move ws-fs-razao                          to ws-msn-erro-cod
                   move "Erro ao reescrever razaoPremios    " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-tmp = 10
                   read arquivoTmp
                   if ws-fs-tmp = 0 then
                       move fd-tmp to fd-razao
                       write fd-razao
                   end-if
               end-perform
               close arquivoTmp
               close razaoPremios
           end-if

           .
       mesclar-no-razao-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava/atualiza o placar do jogador corrente no cadastro persistente
      *>________________________________________________________________________
               move ws-ult-data-jog(ws-ind-jog)    to fd-cadJog-ult-data
               move ws-modo-sessao-jog(ws-ind-jog) to fd-cadJog-modo-sessao
               move ws-time-jog(ws-ind-jog)        to fd-cadJog-time
               if ws-situacao-jog(ws-ind-jog) = space then
                   move "A" to ws-situacao-jog(ws-ind-jog)
               end-if
               move ws-situacao-jog(ws-ind-jog)    to fd-cadJog-situacao
               move ws-sit-data-jog(ws-ind-jog)    to fd-cadJog-sit-data
               move ws-sit-motivo-jog(ws-ind-jog)  to fd-cadJog-sit-motivo

               write fd-cadJog
                   invalid key
       treino-pergunta-exit.
           exit.

      *>________________________________________________________________________
      *>   Torneio mata-mata: retoma a chave gravada (em andamento, ou com
      *>   campeao e ainda nao impressa) ou monta uma nova com os jogadores
      *>   cadastrados hoje, e joga os confrontos na ordem da chave ate
      *>   sair o campeao; V na tela de resposta interrompe, e a chave fica
      *>   gravada para retomar do confronto corrente
      *>________________________________________________________________________
       jogar-mata-mata section.

      *>    ciclo de sorteio zerado a cada entrada, como em JOGAR
           move zero                to   ws-qtd-sorteados
           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 50
               move space           to   ws-estado-usado(ws-ind-est)
           end-perform

      *>    primeira marcacao do mata-mata nesta execucao: procura chave
      *>    gravada antes de montar outra
           if ws-mm-situacao = space then
               perform carregar-chave
               perform retomar-chave
           end-if

           if ws-mm-situacao = space
           or ws-mm-situacao = "I" then
               perform montar-chave
           end-if

           move space to ws-sair

           perform until ws-mm-situacao not = "A"
                      or ws-sair = "V"
                      or ws-sair = "v"
               perform achar-proximo-confronto
               if ws-mm-ind-conf = 0 then
                   perform encerrar-chave
               else
                   perform jogar-confronto
               end-if
           end-perform

           if  ws-modo-lote not = "X"
           and ws-modo-lote not = "x" then
               if ws-mm-situacao = "A" then
                   display erase
                   display "MATA-MATA INTERROMPIDO: os pontos do confronto corrente"
                   display "foram desfeitos e a chave ficou gravada; marque Torneio"
                   display "Mata-mata de novo para retomar desse confronto."
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-pausa-tecla
               end-if

               if ws-mm-situacao = "F" then
                   display erase
                   display "CAMPEAO DO MATA-MATA: " function trim(ws-mm-campeao)
                   display " "
                   display "O relatorio final da chave sai ao fechar o programa (Sair)."
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-pausa-tecla
               end-if
           end-if

           move space to ws-sair

           .
       jogar-mata-mata-exit.
           exit.

      *>________________________________________________________________________
      *>   Le chaveMataMataRel.txt para as tabelas da chave; sem arquivo a
      *>   situacao fica em branco (nenhuma chave), e uma chave truncada ou
      *>   adulterada vale como nenhuma, com aviso
      *>________________________________________________________________________
       carregar-chave section.

           move space to ws-mm-situacao
           move "1"   to ws-mm-leitura-ok
           move zero  to ws-mm-qtd-conf
           move zero  to ws-mm-qtd-jog
           move zero  to ws-mm-tamanho

           open input chaveMataMata
           if ws-fs-chave = 35 then
               continue
           else
               if ws-fs-chave <> 0 then
                   move "37"                                to ws-msn-erro-ofsset
                   move ws-fs-chave                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. chaveMataMata"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-chave = 10
                   read chaveMataMata
                   if ws-fs-chave = 0 then
                       perform carregar-linha-chave
                   else
                       if ws-fs-chave <> 10 then
                           move "38"                              to ws-msn-erro-ofsset
                           move ws-fs-chave                       to ws-msn-erro-cod
                           move "Erro ao ler arq. chaveMataMata"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close chaveMataMata

               if  ws-mm-situacao not = space
               and (ws-mm-leitura-ok not = "1"
                    or ws-mm-qtd-conf + 1 <> ws-mm-tamanho) then
                   move space to ws-mm-situacao
                   if  ws-modo-lote not = "X"
                   and ws-modo-lote not = "x" then
                       display erase
                       display "Aviso: chaveMataMataRel.txt ilegivel; uma chave nova sera montada."
                       display " "
                       display "Pressione ENTER para continuar..."
                       accept ws-pausa-tecla
                   end-if
               end-if
           end-if

           .
       carregar-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Um registro da chave (CAB, JOG ou CONF) para as tabelas
      *>________________________________________________________________________
       carregar-linha-chave section.

           if fd-chave-tipo = "CAB;" then
               move fd-chave to ws-linha-chave-cab
               if  ws-lcc-qtd-jog   is numeric
               and ws-lcc-tamanho   is numeric
               and ws-lcc-rodadas   is numeric
               and ws-lcc-perguntas is numeric
               and ws-lcc-tamanho   <= 32 then
                   move ws-lcc-data       to ws-mm-data
                   move ws-lcc-situacao   to ws-mm-situacao
                   move ws-lcc-qtd-jog    to ws-mm-qtd-jog
                   move ws-lcc-tamanho    to ws-mm-tamanho
                   move ws-lcc-rodadas    to ws-mm-rodadas
                   move ws-lcc-perguntas  to ws-mm-perguntas
               else
                   move space to ws-mm-leitura-ok
               end-if
           end-if

           if fd-chave-tipo = "JOG;" then
               move fd-chave to ws-linha-chave-jog
               if  ws-lcj-semente        is numeric
               and ws-lcj-pontos-semente is numeric
               and ws-lcj-vital          is numeric
               and ws-lcj-sessao         is numeric
               and ws-lcj-pontos         is numeric
               and ws-lcj-elim           is numeric
               and ws-lcj-semente        >= 1
               and ws-lcj-semente        <= 32 then
                   move ws-lcj-semente        to ws-mm-ind
                   move ws-lcj-nome           to ws-mmj-nome(ws-mm-ind)
                   move ws-lcj-pontos-semente to ws-mmj-pontos-semente(ws-mm-ind)
                   move ws-lcj-vital          to ws-mmj-vital(ws-mm-ind)
                   move ws-lcj-sessao         to ws-mmj-sessao(ws-mm-ind)
                   move ws-lcj-pontos         to ws-mmj-pontos(ws-mm-ind)
                   move ws-lcj-elim           to ws-mmj-elim(ws-mm-ind)
               else
                   move space to ws-mm-leitura-ok
               end-if
           end-if

           if fd-chave-tipo = "CONF" then
               move fd-chave to ws-linha-chave-conf
               if  ws-lcf-rodada    is numeric
               and ws-lcf-jogo      is numeric
               and ws-lcf-semente-a is numeric
               and ws-lcf-semente-b is numeric
               and ws-lcf-pontos-a  is numeric
               and ws-lcf-pontos-b  is numeric
               and ws-lcf-vencedor  is numeric
               and ws-lcf-semente-a <= 32
               and ws-lcf-semente-b <= 32
               and ws-lcf-vencedor  <= 32
               and ws-mm-qtd-conf   <  31 then
                   add 1 to ws-mm-qtd-conf
                   move ws-lcf-rodada     to ws-mmc-rodada(ws-mm-qtd-conf)
                   move ws-lcf-jogo       to ws-mmc-jogo(ws-mm-qtd-conf)
                   move ws-lcf-semente-a  to ws-mmc-semente-a(ws-mm-qtd-conf)
                   move ws-lcf-semente-b  to ws-mmc-semente-b(ws-mm-qtd-conf)
                   move ws-lcf-pontos-a   to ws-mmc-pontos-a(ws-mm-qtd-conf)
                   move ws-lcf-pontos-b   to ws-mmc-pontos-b(ws-mm-qtd-conf)
                   move ws-lcf-vencedor   to ws-mmc-vencedor(ws-mm-qtd-conf)
                   move ws-lcf-situacao   to ws-mmc-situacao(ws-mm-qtd-conf)
               else
                   move space to ws-mm-leitura-ok
               end-if
           end-if

           .
       carregar-linha-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Chave lida em andamento: o operador retoma ou descarta; nos dois
      *>   casos os pontos do confronto que ficou pela metade voltam ao
      *>   placar do ultimo confronto decidido. Chave com campeao e ainda
      *>   nao impressa: so recoloca os jogadores na sessao de hoje
      *>________________________________________________________________________
       retomar-chave section.

           if ws-mm-situacao = "A" then
               if  ws-modo-lote = "X"
               or  ws-modo-lote = "x" then
                   move "S" to ws-mm-resposta
               else
                   display erase
                   display "TORNEIO MATA-MATA"
                   display " "
                   display "Ha um mata-mata em andamento, com chave de " ws-mm-data "."
                   display "Retomar do confronto corrente? (S/N; N descarta a chave): "
                   accept ws-mm-resposta
               end-if

               perform calcular-inicio-rodadas
               perform situar-entrantes

               move space to ws-la-detalhe
               if ws-mm-resposta = "N"
               or ws-mm-resposta = "n" then
                   move "MATA-MATA DESCARTE" to ws-la-acao
                   string "CHAVE DE "                        delimited by size
                          ws-mm-data                         delimited by size
                          " COM "                            delimited by size
                          ws-mm-qtd-jog                      delimited by size
                          " JOGADORES DESCARTADA"            delimited by size
                     into ws-la-detalhe
                   end-string
                   move space to ws-mm-situacao
               else
                   move "MATA-MATA RETOMADA" to ws-la-acao
                   string "CHAVE DE "                        delimited by size
                          ws-mm-data                         delimited by size
                          " COM "                            delimited by size
                          ws-mm-qtd-jog                      delimited by size
                          " JOGADORES RETOMADA"              delimited by size
                     into ws-la-detalhe
                   end-string
               end-if
               perform gravar-auditoria
           else
               if ws-mm-situacao = "F" then
                   perform calcular-inicio-rodadas
                   perform situar-entrantes
                   move ws-mmc-vencedor(ws-mm-qtd-conf) to ws-mm-ind
                   move ws-mmj-nome(ws-mm-ind)          to ws-mm-campeao
               end-if
           end-if

           .
       retomar-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Recoloca cada jogador da chave na sessao de hoje com o placar
      *>   do ultimo confronto decidido (vitalicio e da sessao)
      *>________________________________________________________________________
       situar-entrantes section.

           perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-qtd-jog
               perform achar-entrante
               if ws-ind-jog <= ws-max-jogadores then
                   move ws-mmj-vital(ws-mm-ind)  to ws-pontos(ws-ind-jog)
                   move ws-mmj-sessao(ws-mm-ind) to ws-pontos-sessao(ws-ind-jog)
                   perform gravar-jogador
               end-if
           end-perform

           .
       situar-entrantes-exit.
           exit.

      *>________________________________________________________________________
      *>   Linha da tabela de jogadores da semente ws-mm-ind (em ws-ind-jog,
      *>   acima de ws-max-jogadores quando nao ha linha livre): quem nao
      *>   esta na tabela e resgatado do cadastro, como no cadastramento,
      *>   e fica marcado como participante de hoje
      *>________________________________________________________________________
       achar-entrante section.

           move ws-mmj-nome(ws-mm-ind) to ws-nome-jogador
           perform buscar-jogador

           if nao-achou then
               perform descobrir-prox-ind-jog
               if ws-ind-jog <= ws-max-jogadores then
                   perform resgatar-jogador-cadastro
                   move ws-nome-jogador to ws-nome-jog(ws-ind-jog)
                   if nao-achou then
                       move zero  to ws-pontos-sessao(ws-ind-jog)
                       move space to ws-modo-sessao-jog(ws-ind-jog)
                       move space to ws-time-jog(ws-ind-jog)
                   end-if
               end-if
           end-if

           if ws-ind-jog <= ws-max-jogadores then
               move "1" to ws-ativo-sessao(ws-ind-jog)
           else
               display "Aviso: sem linha livre na tabela para "
                       function trim(ws-mmj-nome(ws-mm-ind))
           end-if

           .
       achar-entrante-exit.
           exit.

      *>________________________________________________________________________
      *>   Chave nova com os jogadores cadastrados hoje (ao menos 2)
      *>________________________________________________________________________
       montar-chave section.

           move zero to ws-mm-qtd-jog
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
                                                      or ws-nome-jog(ws-ind-jog) = space
               if ws-ativo-sessao(ws-ind-jog) = "1" then
                   add 1          to ws-mm-qtd-jog
                   move ws-ind-jog to ws-mm-cand(ws-mm-qtd-jog)
               end-if
           end-perform

           if ws-mm-qtd-jog < 2 then
               move space to ws-mm-situacao
               if  ws-modo-lote not = "X"
               and ws-modo-lote not = "x" then
                   display erase
                   display "TORNEIO MATA-MATA"
                   display " "
                   display "O mata-mata precisa de ao menos 2 jogadores cadastrados hoje"
                   display "(Cadastro de Jogadores)."
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-pausa-tecla
               end-if
           else
               perform semear-chave
           end-if

           .
       montar-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Semeia os candidatos pelo placar vitalicio, dimensiona a chave na
      *>   potencia de 2 seguinte, monta os confrontos e resolve os byes
      *>________________________________________________________________________
       semear-chave section.

           if  ws-modo-lote = "X"
           or  ws-modo-lote = "x" then
               move 5 to ws-mm-perguntas
           else
               display erase
               display "TORNEIO MATA-MATA - " ws-mm-qtd-jog " jogadores"
               display " "
               display "Perguntas por jogador em cada confronto (1 a 9, ENTER = 5): "
               accept ws-mm-perguntas-x
               if  ws-mm-perguntas-x is numeric
               and ws-mm-perguntas-x <> "0" then
                   move ws-mm-perguntas-x to ws-mm-perguntas
               else
                   move 5                 to ws-mm-perguntas
               end-if
           end-if

      *>    sementes pelo placar vitalicio decrescente; empate fica para
      *>    quem tem menos torneios (o mesmo criterio do hall da fama)
           set trocou  to true

           perform until nao_trocou
               move 1           to     ws-mm-ind

               set nao_trocou   to true

               perform until ws-mm-ind >= ws-mm-qtd-jog
                   move ws-mm-cand(ws-mm-ind)      to ws-mm-ind-a
                   move ws-mm-cand(ws-mm-ind + 1)  to ws-mm-ind-b

                   if ws-pontos(ws-mm-ind-a) < ws-pontos(ws-mm-ind-b)
                   or (ws-pontos(ws-mm-ind-a) = ws-pontos(ws-mm-ind-b)
                       and ws-torneios-jog(ws-mm-ind-a) > ws-torneios-jog(ws-mm-ind-b)) then
      *>                FAZ TROCA...
                       move ws-mm-ind-b           to ws-mm-cand(ws-mm-ind)
                       move ws-mm-ind-a           to ws-mm-cand(ws-mm-ind + 1)

                       set trocou         to  true

                   end-if
                   add  1   to ws-mm-ind
               end-perform
           end-perform

           perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-qtd-jog
               move ws-mm-cand(ws-mm-ind)         to ws-ind-jog
               move ws-nome-jog(ws-ind-jog)       to ws-mmj-nome(ws-mm-ind)
               move ws-pontos(ws-ind-jog)         to ws-mmj-pontos-semente(ws-mm-ind)
               move ws-pontos(ws-ind-jog)         to ws-mmj-vital(ws-mm-ind)
               move ws-pontos-sessao(ws-ind-jog)  to ws-mmj-sessao(ws-mm-ind)
               move zero                          to ws-mmj-pontos(ws-mm-ind)
               move zero                          to ws-mmj-elim(ws-mm-ind)
           end-perform

      *>    chave na potencia de 2 seguinte (2, 4, 8, 16 ou 32 posicoes)
           move 1    to ws-mm-tamanho
           move zero to ws-mm-rodadas
           perform until ws-mm-tamanho >= ws-mm-qtd-jog
               multiply 2 by ws-mm-tamanho
               add 1 to ws-mm-rodadas
           end-perform

      *>    ordem classica da chave (1x8, 4x5, 2x7, 3x6...): cada passo
      *>    dobra a lista pondo ao lado de cada semente s o par 2n+1-s,
      *>    de tras para a frente para nao pisar no que falta ler
           move 1 to ws-mm-ordem(1)
           move 1 to ws-mm-tam-ordem
           perform until ws-mm-tam-ordem >= ws-mm-tamanho
               perform varying ws-mm-ind from ws-mm-tam-ordem by -1 until ws-mm-ind < 1
                   move ws-mm-ordem(ws-mm-ind)  to ws-mm-sem-a
                   compute ws-mm-ind2 = ws-mm-ind * 2
                   move ws-mm-sem-a             to ws-mm-ordem(ws-mm-ind2 - 1)
                   compute ws-mm-ordem(ws-mm-ind2) =
                       ws-mm-tam-ordem * 2 + 1 - ws-mm-sem-a
               end-perform
               multiply 2 by ws-mm-tam-ordem
           end-perform

      *>    todos os confrontos da chave, rodada a rodada, ainda sem
      *>    sementes; a 1a rodada recebe as sementes na ordem classica
           move zero to ws-mm-qtd-conf
           compute ws-mm-jogos-rod = ws-mm-tamanho / 2
           perform varying ws-mm-ind2 from 1 by 1 until ws-mm-ind2 > ws-mm-rodadas
               perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-jogos-rod
                   add 1 to ws-mm-qtd-conf
                   move ws-mm-ind2  to ws-mmc-rodada(ws-mm-qtd-conf)
                   move ws-mm-ind   to ws-mmc-jogo(ws-mm-qtd-conf)
                   move zero        to ws-mmc-semente-a(ws-mm-qtd-conf)
                   move zero        to ws-mmc-semente-b(ws-mm-qtd-conf)
                   move zero        to ws-mmc-pontos-a(ws-mm-qtd-conf)
                   move zero        to ws-mmc-pontos-b(ws-mm-qtd-conf)
                   move zero        to ws-mmc-vencedor(ws-mm-qtd-conf)
                   move "P"         to ws-mmc-situacao(ws-mm-qtd-conf)
               end-perform
               compute ws-mm-jogos-rod = ws-mm-jogos-rod / 2
           end-perform

           perform calcular-inicio-rodadas

      *>    semente acima do numero de jogadores e bye: o par avanca direto
           compute ws-mm-jogos-rod = ws-mm-tamanho / 2
           perform varying ws-mm-ind-conf from 1 by 1 until ws-mm-ind-conf > ws-mm-jogos-rod
               compute ws-mm-ind2 = ws-mm-ind-conf * 2
               move ws-mm-ordem(ws-mm-ind2 - 1) to ws-mmc-semente-a(ws-mm-ind-conf)
               move ws-mm-ordem(ws-mm-ind2)     to ws-mmc-semente-b(ws-mm-ind-conf)
               if ws-mmc-semente-b(ws-mm-ind-conf) > ws-mm-qtd-jog then
                   move zero to ws-mmc-semente-b(ws-mm-ind-conf)
                   move ws-mmc-semente-a(ws-mm-ind-conf)
                                to ws-mmc-vencedor(ws-mm-ind-conf)
                   move "B"     to ws-mmc-situacao(ws-mm-ind-conf)
                   perform avancar-vencedor
               end-if
           end-perform

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje-dd      to ws-dbr-dd
           move ws-data-hoje-mm      to ws-dbr-mm
           move ws-data-hoje-aaaa    to ws-dbr-aaaa
           move ws-data-barras       to ws-mm-data
           move "A"                  to ws-mm-situacao
           move space                to ws-mm-campeao

           perform gravar-chave

           move "MATA-MATA CHAVE"    to ws-la-acao
           move space                to ws-la-detalhe
           string ws-mm-qtd-jog                         delimited by size
                  " JOGADORES, CHAVE DE "               delimited by size
                  ws-mm-tamanho                         delimited by size
                  ", "                                  delimited by size
                  ws-mm-perguntas                       delimited by size
                  " PERGUNTA(S) POR JOGADOR, SEMENTE 1 " delimited by size
                  function trim(ws-mmj-nome(1))         delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

      *>    a 1a rodada na tela, para o operador anunciar os confrontos
           if  ws-modo-lote not = "X"
           and ws-modo-lote not = "x" then
               display erase
               display "CHAVE DO MATA-MATA: " ws-mm-qtd-jog " jogadores, chave de "
                       ws-mm-tamanho ", " ws-mm-perguntas " pergunta(s) por jogador"
               display " "
               perform varying ws-mm-ind-conf from 1 by 1 until ws-mm-ind-conf > ws-mm-jogos-rod
                   move ws-mmc-semente-a(ws-mm-ind-conf) to ws-mm-sem-a
                   move ws-mmc-semente-b(ws-mm-ind-conf) to ws-mm-sem-b
                   if ws-mmc-situacao(ws-mm-ind-conf) = "B" then
                       display "Jogo " ws-mmc-jogo(ws-mm-ind-conf) ": ("
                               ws-mm-sem-a ") "
                               function trim(ws-mmj-nome(ws-mm-sem-a))
                               " - bye, avanca direto"
                   else
                       display "Jogo " ws-mmc-jogo(ws-mm-ind-conf) ": ("
                               ws-mm-sem-a ") "
                               function trim(ws-mmj-nome(ws-mm-sem-a))
                               "  x  (" ws-mm-sem-b ") "
                               function trim(ws-mmj-nome(ws-mm-sem-b))
                   end-if
               end-perform
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       semear-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Posicao do primeiro confronto de cada rodada na tabela da chave
      *>   (a 1a rodada tem metade do tamanho da chave, cada uma seguinte
      *>   metade da anterior)
      *>________________________________________________________________________
       calcular-inicio-rodadas section.

           move 1 to ws-mm-ini-rod(1)
           compute ws-mm-jogos-rod = ws-mm-tamanho / 2
           perform varying ws-mm-ind2 from 2 by 1 until ws-mm-ind2 > ws-mm-rodadas
               compute ws-mm-ini-rod(ws-mm-ind2) =
                   ws-mm-ini-rod(ws-mm-ind2 - 1) + ws-mm-jogos-rod
               compute ws-mm-jogos-rod = ws-mm-jogos-rod / 2
           end-perform

           .
       calcular-inicio-rodadas-exit.
           exit.

      *>________________________________________________________________________
      *>   Leva o vencedor do confronto ws-mm-ind-conf ao confronto da
      *>   rodada seguinte: jogo impar ocupa a vaga A, par a vaga B
      *>________________________________________________________________________
       avancar-vencedor section.

           if ws-mmc-rodada(ws-mm-ind-conf) < ws-mm-rodadas then
               move ws-mmc-rodada(ws-mm-ind-conf) to ws-mm-ind2
               add 1 to ws-mm-ind2
               compute ws-mm-ind-alvo = ws-mm-ini-rod(ws-mm-ind2)
                                      + (ws-mmc-jogo(ws-mm-ind-conf) + 1) / 2 - 1
               if function mod(ws-mmc-jogo(ws-mm-ind-conf), 2) = 1 then
                   move ws-mmc-vencedor(ws-mm-ind-conf)
                                    to ws-mmc-semente-a(ws-mm-ind-alvo)
               else
                   move ws-mmc-vencedor(ws-mm-ind-conf)
                                    to ws-mmc-semente-b(ws-mm-ind-alvo)
               end-if
           end-if

           .
       avancar-vencedor-exit.
           exit.

      *>________________________________________________________________________
      *>   Regrava chaveMataMataRel.txt inteiro com a situacao corrente
      *>________________________________________________________________________
       gravar-chave section.

           open output chaveMataMata
           if ws-fs-chave <> 0 then
               move "39"                                  to ws-msn-erro-ofsset
               move ws-fs-chave                           to ws-msn-erro-cod
               move "Erro ao gravar arq. chaveMataMata"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mm-data           to ws-lcc-data
           move ws-mm-situacao       to ws-lcc-situacao
           move ws-mm-qtd-jog        to ws-lcc-qtd-jog
           move ws-mm-tamanho        to ws-lcc-tamanho
           move ws-mm-rodadas        to ws-lcc-rodadas
           move ws-mm-perguntas      to ws-lcc-perguntas
           move ws-linha-chave-cab   to fd-chave
           write fd-chave

           perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-qtd-jog
               move ws-mm-ind                     to ws-lcj-semente
               move ws-mmj-nome(ws-mm-ind)        to ws-lcj-nome
               move ws-mmj-pontos-semente(ws-mm-ind)
                                                  to ws-lcj-pontos-semente
               move ws-mmj-vital(ws-mm-ind)       to ws-lcj-vital
               move ws-mmj-sessao(ws-mm-ind)      to ws-lcj-sessao
               move ws-mmj-pontos(ws-mm-ind)      to ws-lcj-pontos
               move ws-mmj-elim(ws-mm-ind)        to ws-lcj-elim
               move ws-linha-chave-jog            to fd-chave
               write fd-chave
           end-perform

           perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-qtd-conf
               move ws-mmc-rodada(ws-mm-ind)      to ws-lcf-rodada
               move ws-mmc-jogo(ws-mm-ind)        to ws-lcf-jogo
               move ws-mmc-semente-a(ws-mm-ind)   to ws-lcf-semente-a
               move ws-mmc-semente-b(ws-mm-ind)   to ws-lcf-semente-b
               move ws-mmc-pontos-a(ws-mm-ind)    to ws-lcf-pontos-a
               move ws-mmc-pontos-b(ws-mm-ind)    to ws-lcf-pontos-b
               move ws-mmc-vencedor(ws-mm-ind)    to ws-lcf-vencedor
               move ws-mmc-situacao(ws-mm-ind)    to ws-lcf-situacao
               move ws-linha-chave-conf           to fd-chave
               write fd-chave
           end-perform

           close chaveMataMata

           .
       gravar-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Proximo confronto a jogar: o primeiro pendente com as duas vagas
      *>   preenchidas (zero em ws-mm-ind-conf = chave decidida)
      *>________________________________________________________________________
       achar-proximo-confronto section.

           move zero to ws-mm-ind-conf
           perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-qtd-conf
                                                    or ws-mm-ind-conf > 0
               if  ws-mmc-situacao(ws-mm-ind)  = "P"
               and ws-mmc-semente-a(ws-mm-ind) > 0
               and ws-mmc-semente-b(ws-mm-ind) > 0 then
                   move ws-mm-ind to ws-mm-ind-conf
               end-if
           end-perform

           .
       achar-proximo-confronto-exit.
           exit.

      *>________________________________________________________________________
      *>   Um confronto da chave: localiza os dois na tabela de jogadores
      *>   (a mescla de jogadores pode te-la recarregado desde o ultimo)
      *>   e disputa; sem linha livre para um deles, o mata-mata para ali
      *>________________________________________________________________________
       jogar-confronto section.

           move ws-mmc-semente-a(ws-mm-ind-conf) to ws-mm-sem-a
           move ws-mmc-semente-b(ws-mm-ind-conf) to ws-mm-sem-b

           move ws-mm-sem-a  to ws-mm-ind
           perform achar-entrante
           move ws-ind-jog   to ws-mm-ind-a

           move ws-mm-sem-b  to ws-mm-ind
           perform achar-entrante
           move ws-ind-jog   to ws-mm-ind-b

           if ws-mm-ind-a > ws-max-jogadores
           or ws-mm-ind-b > ws-max-jogadores then
               move "V" to ws-sair
               if  ws-modo-lote not = "X"
               and ws-modo-lote not = "x" then
                   display "Sem linha livre na tabela de jogadores para o confronto."
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-pausa-tecla
               end-if
           else
               perform disputar-confronto
           end-if

           .
       jogar-confronto-exit.
           exit.

      *>________________________________________________________________________
      *>   Perguntas alternadas entre as sementes ws-mm-sem-a e ws-mm-sem-b
      *>   (linhas ws-mm-ind-a e ws-mm-ind-b da tabela), com a pontuacao do
      *>   jogo; empate vai a morte subita em pares
      *>________________________________________________________________________
       disputar-confronto section.

           compute ws-mm-ind2 = ws-mm-rodadas - ws-mmc-rodada(ws-mm-ind-conf) + 1

           if  ws-modo-lote not = "X"
           and ws-modo-lote not = "x" then
               display erase
               display "TORNEIO MATA-MATA - " ws-mm-fase(ws-mm-ind2)
                       " - JOGO " ws-mmc-jogo(ws-mm-ind-conf)
               display " "
               display "(" ws-mm-sem-a ") " function trim(ws-mmj-nome(ws-mm-sem-a))
               display "        x"
               display "(" ws-mm-sem-b ") " function trim(ws-mmj-nome(ws-mm-sem-b))
               display " "
               display ws-mm-perguntas " pergunta(s) para cada um; empate vai a morte subita."
               display "V na tela de resposta interrompe o mata-mata neste confronto."
               display " "
               display "Pressione ENTER para iniciar o confronto..."
               accept ws-pausa-tecla
           end-if

           move zero  to ws-mmc-pontos-a(ws-mm-ind-conf)
           move zero  to ws-mmc-pontos-b(ws-mm-ind-conf)
           move space to ws-sair

           perform varying ws-mm-pergunta-atual from 1 by 1
                      until ws-mm-pergunta-atual > ws-mm-perguntas
                         or ws-sair = "V"
                         or ws-sair = "v"
               move ws-mm-ind-a                    to ws-ind-jog
               move ws-mmc-pontos-a(ws-mm-ind-conf) to ws-pontos-jogador
               perform mata-mata-pergunta
               add ws-pontos-ganhos to ws-mmc-pontos-a(ws-mm-ind-conf)

               if ws-sair not = "V" and ws-sair not = "v" then
                   move ws-mm-ind-b                    to ws-ind-jog
                   move ws-mmc-pontos-b(ws-mm-ind-conf) to ws-pontos-jogador
                   perform mata-mata-pergunta
                   add ws-pontos-ganhos to ws-mmc-pontos-b(ws-mm-ind-conf)
               end-if
           end-perform

      *>    empate nas perguntas: morte subita em pares (os dois respondem
      *>    a cada volta, ate 5 voltas), no placar proprio do desempate
           if  ws-sair not = "V" and ws-sair not = "v"
           and ws-mmc-pontos-a(ws-mm-ind-conf) = ws-mmc-pontos-b(ws-mm-ind-conf) then
               move "1"  to ws-em-desempate
               move zero to ws-desempate-pontos(ws-mm-ind-a)
               move zero to ws-desempate-pontos(ws-mm-ind-b)
               move zero to ws-mm-pares-subita

               perform until ws-mm-pares-subita >= 5
                          or ws-desempate-pontos(ws-mm-ind-a) <> ws-desempate-pontos(ws-mm-ind-b)
                          or ws-sair = "V"
                          or ws-sair = "v"
                   add 1 to ws-mm-pares-subita
                   move ws-mm-ind-a to ws-ind-jog
                   perform desempate-pergunta
                   if ws-sair not = "V" and ws-sair not = "v" then
                       move ws-mm-ind-b to ws-ind-jog
                       perform desempate-pergunta
                   end-if
               end-perform

               move space to ws-em-desempate
           end-if

           if ws-sair = "V" or ws-sair = "v" then
               perform desfazer-confronto
           else
               perform decidir-confronto
           end-if

           .
       disputar-confronto-exit.
           exit.

      *>________________________________________________________________________
      *>   Confronto interrompido: os pontos que os dois fizeram nele voltam
      *>   ao placar do fim do ultimo confronto decidido, no cadastro tambem
      *>________________________________________________________________________
       desfazer-confronto section.

           move ws-mmj-vital(ws-mm-sem-a)      to ws-pontos(ws-mm-ind-a)
           move ws-mmj-sessao(ws-mm-sem-a)     to ws-pontos-sessao(ws-mm-ind-a)
           move ws-mm-ind-a                    to ws-ind-jog
           perform gravar-jogador

           move ws-mmj-vital(ws-mm-sem-b)      to ws-pontos(ws-mm-ind-b)
           move ws-mmj-sessao(ws-mm-sem-b)     to ws-pontos-sessao(ws-mm-ind-b)
           move ws-mm-ind-b                    to ws-ind-jog
           perform gravar-jogador

           move zero to ws-mmc-pontos-a(ws-mm-ind-conf)
           move zero to ws-mmc-pontos-b(ws-mm-ind-conf)

           .
       desfazer-confronto-exit.
           exit.

      *>________________________________________________________________________
      *>   Aponta o vencedor (perguntas, morte subita ou, sem vencedor na
      *>   morte subita, a semente mais alta), elimina o perdedor na rodada,
      *>   leva o vencedor adiante e regrava a chave como ponto de retomada
      *>________________________________________________________________________
       decidir-confronto section.

           if ws-mmc-pontos-a(ws-mm-ind-conf) > ws-mmc-pontos-b(ws-mm-ind-conf) then
               move ws-mm-sem-a to ws-mmc-vencedor(ws-mm-ind-conf)
               move "J"         to ws-mmc-situacao(ws-mm-ind-conf)
           else
               if ws-mmc-pontos-b(ws-mm-ind-conf) > ws-mmc-pontos-a(ws-mm-ind-conf) then
                   move ws-mm-sem-b to ws-mmc-vencedor(ws-mm-ind-conf)
                   move "J"         to ws-mmc-situacao(ws-mm-ind-conf)
               else
                   if ws-desempate-pontos(ws-mm-ind-a) > ws-desempate-pontos(ws-mm-ind-b) then
                       move ws-mm-sem-a to ws-mmc-vencedor(ws-mm-ind-conf)
                       move "M"         to ws-mmc-situacao(ws-mm-ind-conf)
                   else
                       if ws-desempate-pontos(ws-mm-ind-b) > ws-desempate-pontos(ws-mm-ind-a) then
                           move ws-mm-sem-b to ws-mmc-vencedor(ws-mm-ind-conf)
                           move "M"         to ws-mmc-situacao(ws-mm-ind-conf)
                       else
                           if ws-mm-sem-a < ws-mm-sem-b then
                               move ws-mm-sem-a to ws-mmc-vencedor(ws-mm-ind-conf)
                           else
                               move ws-mm-sem-b to ws-mmc-vencedor(ws-mm-ind-conf)
                           end-if
                           move "S"         to ws-mmc-situacao(ws-mm-ind-conf)
                       end-if
                   end-if
               end-if
           end-if

      *>    placar do mata-mata e novo ponto de retomada dos dois
           add ws-mmc-pontos-a(ws-mm-ind-conf) to ws-mmj-pontos(ws-mm-sem-a)
           add ws-mmc-pontos-b(ws-mm-ind-conf) to ws-mmj-pontos(ws-mm-sem-b)
           move ws-pontos(ws-mm-ind-a)         to ws-mmj-vital(ws-mm-sem-a)
           move ws-pontos-sessao(ws-mm-ind-a)  to ws-mmj-sessao(ws-mm-sem-a)
           move ws-pontos(ws-mm-ind-b)         to ws-mmj-vital(ws-mm-sem-b)
           move ws-pontos-sessao(ws-mm-ind-b)  to ws-mmj-sessao(ws-mm-sem-b)

           if ws-mmc-vencedor(ws-mm-ind-conf) = ws-mm-sem-a then
               move ws-mmc-rodada(ws-mm-ind-conf) to ws-mmj-elim(ws-mm-sem-b)
           else
               move ws-mmc-rodada(ws-mm-ind-conf) to ws-mmj-elim(ws-mm-sem-a)
           end-if

           perform avancar-vencedor
           perform gravar-chave

           if  ws-modo-lote not = "X"
           and ws-modo-lote not = "x" then
               move ws-mmc-vencedor(ws-mm-ind-conf) to ws-mm-ind
               display erase
               display "TORNEIO MATA-MATA - " ws-mm-fase(ws-mm-ind2)
                       " - JOGO " ws-mmc-jogo(ws-mm-ind-conf)
               display " "
               display function trim(ws-mmj-nome(ws-mm-sem-a)) ": "
                       ws-mmc-pontos-a(ws-mm-ind-conf) " ponto(s)"
               display function trim(ws-mmj-nome(ws-mm-sem-b)) ": "
                       ws-mmc-pontos-b(ws-mm-ind-conf) " ponto(s)"
               if ws-mmc-situacao(ws-mm-ind-conf) = "M" then
                   display "Decidido na morte subita."
               end-if
               if ws-mmc-situacao(ws-mm-ind-conf) = "S" then
                   display "Morte subita sem vencedor: passa a semente mais alta."
               end-if
               display " "
               display "Avanca: " function trim(ws-mmj-nome(ws-mm-ind))
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       decidir-confronto-exit.
           exit.

      *>________________________________________________________________________
      *>   Chave decidida: o vencedor da final e o campeao; a chave fica
      *>   com situacao F ate o relatorio final do dia
      *>________________________________________________________________________
       encerrar-chave section.

           move ws-mmc-vencedor(ws-mm-qtd-conf) to ws-mm-ind
           move ws-mmj-nome(ws-mm-ind)          to ws-mm-campeao
           move "F"                             to ws-mm-situacao

           perform gravar-chave

           move "MATA-MATA CAMPEAO"  to ws-la-acao
           move space                to ws-la-detalhe
           string "CHAVE DE "                           delimited by size
                  ws-mm-data                            delimited by size
                  " COM "                               delimited by size
                  ws-mm-qtd-jog                         delimited by size
                  " JOGADORES VENCIDA POR "             delimited by size
                  function trim(ws-mm-campeao)          delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           .
       encerrar-chave-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma pergunta do mata-mata para o jogador ws-ind-jog: sorteio,
      *>   telas, julgamento e pontuacao do jogo normal (bonus de resposta
      *>   rapida, nota de dificuldade, regra do iniciante), com jornal e
      *>   checkpoint; o ganho volta em ws-pontos-ganhos para o confronto
      *>________________________________________________________________________
       mata-mata-pergunta section.

           move ws-nome-jog(ws-ind-jog)        to ws-nome-jogador
           move zero                           to ws-pontos-ganhos

           perform sorteia-estado

           if  ws-modo-invertido = "X"
           or  ws-modo-invertido = "x" then
               move "      Qual e o estado da capital:" to ws-pergunta-jog
               move ws-capital(ws-ind-est)               to ws-estado-sorteado
               move ws-estado(ws-ind-est)                to ws-resposta-oficial
           else
               move "      Qual e a capital do estado:" to ws-pergunta-jog
               move ws-estado(ws-ind-est)                to ws-estado-sorteado
               move ws-capital(ws-ind-est)               to ws-resposta-oficial
           end-if

           move space to ws-capital-jog
           move space to ws-letra-jog
           move "Mata-mata: V interrompe o confronto" to ws-msn

           if  (ws-modo-iniciante = "X" or ws-modo-iniciante = "x")
           and ws-modo-lote not = "X"
           and ws-modo-lote not = "x" then
               move "1"  to ws-turno-iniciante
               perform montar-alternativas
           else
               move space to ws-turno-iniciante
           end-if

           accept ws-hora-ini             from time

           if  ws-modo-lote = "X"
           or  ws-modo-lote = "x" then
               perform ler-resposta-lote
           else
               if ws-turno-iniciante = "1" then
                   display sc-tela-jogar-mult
                   accept sc-tela-jogar-mult
                   perform traduzir-letra-resposta
               else
                   display sc-tela-jogar
                   accept sc-tela-jogar
               end-if
           end-if

           accept ws-hora-fim             from time

           compute ws-segundos-ini = (ws-hi-hh * 3600) + (ws-hi-mm * 60) + ws-hi-ss
           compute ws-segundos-fim = (ws-hf-hh * 3600) + (ws-hf-mm * 60) + ws-hf-ss
           compute ws-segundos-decorridos = ws-segundos-fim - ws-segundos-ini
           if ws-segundos-decorridos < 0 then
               add 86400 to ws-segundos-decorridos
           end-if

      *>    fim do gabarito no meio do confronto: o turno fantasma nao conta
           if ws-lote-concluido = "1" then
               continue
           else
               move "N" to ws-flag-acertou
               if  ws-capital-jog = ws-resposta-oficial
               and ws-resposta-oficial not = space then
                   perform pontuar-resposta-certa
               else
                   perform comparar-tolerante
                   if resposta-equivalente then
                       perform pontuar-resposta-certa
                       move "Q" to ws-flag-acertou
                       move "Acertou!!! Quase: confira a grafia" to ws-msn
                   else
                       move "Errou!!!"    to ws-msn
                   end-if
               end-if

      *>        saida pelo V com resposta em branco: ninguem respondeu, fica
      *>        fora do jornal; senao carimba o modo da sessao, registra no
      *>        jornal e grava o checkpoint, como no jogo normal
               if  (ws-sair = "V" or ws-sair = "v")
               and ws-capital-jog = space then
                   continue
               else
                   perform determinar-modo-turno
                   if ws-modo-turno = "I" then
                       move "I" to ws-modo-sessao-jog(ws-ind-jog)
                   else
                       if ws-modo-sessao-jog(ws-ind-jog) not = "I" then
                           move ws-modo-turno to ws-modo-sessao-jog(ws-ind-jog)
                       end-if
                   end-if

                   perform gravar-jornal-resposta
                   perform gravar-jogador
               end-if

               add ws-pontos-ganhos to ws-pontos-jogador

               if  ws-modo-lote = "X"
               or  ws-modo-lote = "x" then
                   continue
               else
                   if ws-turno-iniciante = "1" then
                       display sc-tela-jogar-mult
                       accept sc-tela-jogar-mult
                   else
                       display sc-tela-jogar
                       accept sc-tela-jogar
                   end-if
               end-if
           end-if

           .
       mata-mata-pergunta-exit.
           exit.

      *>________________________________________________________________________
      *>   Classificacao do mata-mata para o relatorio final: colocacao pela
      *>   fase em que cada um caiu (campeao 1, vice 2, semifinalistas 3,
      *>   quartas 5, oitavas 9...), pontos da sessao desempatam a ordem;
      *>   quem jogou hoje fora da chave vem depois
      *>________________________________________________________________________
       ordenar-mata-mata section.

           move space to ws-desempate-ocorreu

           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
               move 99 to ws-mm-coloc-jog(ws-ind-jog)
               if  ws-nome-jog(ws-ind-jog) not = space
               and ws-ativo-sessao(ws-ind-jog) = "1" then
                   perform varying ws-mm-ind from 1 by 1 until ws-mm-ind > ws-mm-qtd-jog
                       if ws-mmj-nome(ws-mm-ind) = ws-nome-jog(ws-ind-jog) then
                           if ws-mmj-elim(ws-mm-ind) = 0 then
                               move 1 to ws-mm-coloc-jog(ws-ind-jog)
                           else
                               compute ws-mm-pot =
                                   2 ** (ws-mm-rodadas - ws-mmj-elim(ws-mm-ind))
                               compute ws-mm-coloc-jog(ws-ind-jog) = ws-mm-pot + 1
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform

           set trocou  to true

           perform until nao_trocou
               move 1           to     ws-ind-jog

               set nao_trocou   to true

               perform until ws-ind-jog = ws-max-jogadores
                       or    ws-nome-jog(ws-ind-jog + 1) = space

                   if  ws-ativo-sessao(ws-ind-jog) = "1"
                   and ws-ativo-sessao(ws-ind-jog + 1) = "1"
                   and (ws-mm-coloc-jog(ws-ind-jog) > ws-mm-coloc-jog(ws-ind-jog + 1)
                        or (ws-mm-coloc-jog(ws-ind-jog) = ws-mm-coloc-jog(ws-ind-jog + 1)
                            and ws-pontos-sessao(ws-ind-jog) < ws-pontos-sessao(ws-ind-jog + 1))) then
      *>                FAZ TROCA... (jogador, ajustado e colocacao juntos)
                       move ws-jogadores(ws-ind-jog + 1)  to  ws-jogadores-aux
                       move ws-jogadores(ws-ind-jog)      to  ws-jogadores(ws-ind-jog + 1)
                       move ws-jogadores-aux              to  ws-jogadores(ws-ind-jog)

                       move ws-ajust-ord(ws-ind-jog + 1)  to ws-ajust-aux
                       move ws-ajust-ord(ws-ind-jog)      to ws-ajust-ord(ws-ind-jog + 1)
                       move ws-ajust-aux                  to ws-ajust-ord(ws-ind-jog)

                       move ws-mm-coloc-jog(ws-ind-jog + 1) to ws-mm-pot
                       move ws-mm-coloc-jog(ws-ind-jog)     to ws-mm-coloc-jog(ws-ind-jog + 1)
                       move ws-mm-pot                       to ws-mm-coloc-jog(ws-ind-jog)

                       set trocou         to  true

                   end-if
                   add  1   to ws-ind-jog
               end-perform
           end-perform

           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
               if ws-mm-coloc-jog(ws-ind-jog) = 99 then
                   move ws-ind-jog to ws-mm-coloc-jog(ws-ind-jog)
               end-if
           end-perform

           .
       ordenar-mata-mata-exit.
           exit.


      *>________________________________________________________________________
      *>  Imprime o resultado final.
      *>________________________________________________________________________
       relatorio-final section.

      *>    mata-mata interrompido: o torneio de hoje segue aberto na chave;
      *>    sem relatorio e sem fechar a sessao, para a proxima execucao
      *>    retomar do confronto corrente
           if ws-mm-situacao = "A" then
               if  ws-modo-lote not = "X"
               and ws-modo-lote not = "x" then
                   display erase
                   display "MATA-MATA EM ANDAMENTO: nada foi gravado no relatorio final."
                   display "A chave segue em chaveMataMataRel.txt; marque Torneio"
                   display "Mata-mata na proxima execucao para retomar o confronto."
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-pausa-tecla
               end-if
           else
               perform fechar-torneio
           end-if

           .
       relatorio-final-exit.
           exit.

      *>________________________________________________________________________
      *>   Classifica, grava e mostra o torneio do dia e fecha a sessao
      *>________________________________________________________________________
       fechar-torneio section.

           perform ordenar-jogadores

      *>    partida em rodadas: a classificacao vale por rodadas vencidas
      *>    (pontos desempatam), entao reordena por esse criterio; fora da
      *>    partida o alinhado de rodadas fica zerado e nada muda
           if ws-partida-valida = "1" then
               perform ordenar-partida
           else
               perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
                   move zero to ws-rodadas-venc-jog(ws-ind-jog)
               end-perform
           end-if

      *>    alinha os pontos ajustados do handicap a ordem corrente; fora
      *>    da partida em rodadas, o handicap ligado reclassifica pelos
      *>    ajustados (a liga mensal consolida esse mesmo numero); dentro
      *>    da partida as rodadas vencidas continuam mandando
           perform alinhar-ajustados
           if (ws-modo-handicap = "X" or ws-modo-handicap = "x")
           and ws-partida-valida not = "1"
           and ws-mm-situacao not = "F" then
               perform ordenar-handicap
           end-if

      *>    lideranca empatada? morte subita antes de fechar o torneio, para
      *>    o campeao nao ser decidido pela estabilidade da ordenacao (na
      *>    partida em rodadas o empate e nas rodadas vencidas E nos pontos,
      *>    e a morte subita decide o veredicto da partida, nao cada rodada);
      *>    no mata-mata quem manda e a chave, ja decidida confronto a confronto
           if ws-mm-situacao = "F" then
               perform ordenar-mata-mata
           else
               perform desempatar-lideres
           end-if

           perform apurar-equipes
           perform gravar-relatorio-final

      *>    chegamos aqui com ws-sair ainda em "X" (foi ele que encerrou o
      *>    menu), e o laco abaixo testa antes do corpo: sem rearmar o flag
      *>    a tela de resultados nem chegaria a aparecer; no modo lote o
      *>    "X" fica, para o torneio fechar sozinho sem operador na frente
           if  ws-modo-lote not = "X"
           and ws-modo-lote not = "x" then
               move space to ws-sair
           end-if

           perform until ws-sair = "X"
                      or ws-sair = "x"

               move space to ws-msn
               move space to ws-sair

               display sc-tela-relatorio

               perform varying ws-ind-rel from 1 by 1 until ws-ind-rel > ws-max-jogadores
                                                         or ws-ativo-sessao(ws-ind-rel) <> "1"
                   compute ws-lin-rel = ws-ind-rel + 3
                   display sc-linha-rel
               end-perform

      *>        segunda secao: totais por equipe, logo abaixo dos individuais
      *>        (o que nao couber na tela esta integral no arquivo/CSV)
               if ws-qtd-equipes > 0 then
                   compute ws-lin-rel = ws-ind-rel + 4
                   if ws-lin-rel < 24 then
                       display sc-linha-eq-tit
                   end-if

                   perform varying ws-ind-eq from 1 by 1 until ws-ind-eq > ws-qtd-equipes
                       compute ws-lin-rel = ws-ind-rel + 4 + ws-ind-eq
                       if ws-lin-rel < 24 then
                           move ws-eq-time(ws-ind-eq)    to ws-eq-nome-cur
                           move ws-eq-pontos(ws-ind-eq)  to ws-eq-pontos-cur
                           move ws-eq-qtd-jog(ws-ind-eq) to ws-eq-qtd-cur
                           display sc-linha-eq
                       end-if
                   end-perform
               end-if

      *>        terceira secao: vencedores por rodada e o veredicto da
      *>        partida em rodadas (o detalhe por jogador esta integral
      *>        nas linhas "R" do arquivo de auditoria)
               if ws-partida-valida = "1" then
                   if ws-qtd-equipes > 0 then
                       compute ws-lin-rel = ws-ind-rel + 5 + ws-qtd-equipes
                   else
                       compute ws-lin-rel = ws-ind-rel + 4
                   end-if

                   if ws-lin-rel < 24 then
                       display sc-linha-rod-tit
                   end-if

                   perform varying ws-ind-rod from 1 by 1
                              until ws-ind-rod > ws-qtd-rodadas
                       add 1 to ws-lin-rel
                       if ws-lin-rel < 24 then
                           move ws-rr-vencedor(ws-ind-rod) to ws-rod-venc-cur
                           move ws-rr-pontos(ws-ind-rod)   to ws-rod-pontos-cur
                           display sc-linha-rod
                       end-if
                   end-perform

                   if ws-ativo-sessao(1) = "1" then
                       move space to ws-msn
                       string "PARTIDA VENCIDA POR "             delimited by size
                              function trim(ws-nome-jog(1))      delimited by size
                              " ("                               delimited by size
                              ws-rodadas-venc-jog(1)             delimited by size
                              " RODADAS)"                        delimited by size
                         into ws-msn
                       end-string
                   end-if
               end-if

               if ws-mm-situacao = "F" then
                   move space to ws-msn
                   string "MATA-MATA VENCIDO POR "               delimited by size
                          function trim(ws-mm-campeao)           delimited by size
                     into ws-msn
                   end-string
               end-if

               accept sc-tela-relatorio

           end-perform

      *>    torneio de hoje encerrado de verdade (relatorio gerado e
      *>    reconhecido pelo operador, ou fechado sozinho no modo lote):
      *>    zera e regrava a sessao de cada jogador ativo, para o proximo
      *>    start nao reabrir automaticamente o torneio de hoje (isso so
      *>    deve acontecer de novo via um abend em pleno jogo, nao aqui)
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
                                                      or ws-nome-jog(ws-ind-jog) = space
               if ws-ativo-sessao(ws-ind-jog) = "1" then
      *>            estatisticas vitalicias do hall da fama: mais um torneio
      *>            disputado, na data de hoje (aceita em GRAVAR-RELATORIO-FINAL)
                   add 1              to ws-torneios-jog(ws-ind-jog)
                   move ws-data-hoje  to ws-ult-data-jog(ws-ind-jog)

                   move space to ws-ativo-sessao(ws-ind-jog)
                   move zero  to ws-pontos-sessao(ws-ind-jog)
                   move space to ws-modo-sessao-jog(ws-ind-jog)
                   perform gravar-jogador
               end-if
           end-perform

      *>    chave impressa: a proxima marcacao do mata-mata monta outra
           if ws-mm-situacao = "F" then
               move "I" to ws-mm-situacao
               perform gravar-chave
           end-if

           .
       fechar-torneio-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava o resultado final da sess�o no arquivo de auditoria
      *>________________________________________________________________________
       gravar-relatorio-final section.

           accept ws-data-hoje from date yyyymmdd

      *>    regras de premiacao para os creditos do razao de premios
           perform carregar-regras-premios
           move zero to ws-pr-qtd-lanc
           move zero to ws-pr-total-lanc

           open extend relatorioFinal
           if ws-fs-relFinal = 35 then
               open output relatorioFinal
           end-if

           if ws-fs-relFinal <> 0 then
               move "6"                                  to ws-msn-erro-ofsset
               move ws-fs-relFinal                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioFinal  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend relatorioFinalCsv
           if ws-fs-relFinalCsv = 35 then
               open output relatorioFinalCsv
           end-if

           if ws-fs-relFinalCsv <> 0 then
               move "7"                                  to ws-msn-erro-ofsset
               move ws-fs-relFinalCsv                    to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioFinalCsv" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje-dd                          to ws-lrf-dd
           move ws-data-hoje-mm                           to ws-lrf-mm
           move ws-data-hoje-aaaa                         to ws-lrf-aaaa

      *>    o CSV tambem leva a data na primeira coluna, para o arquivamento
      *>    por corte de mes alcancar a planilha igual ao arquivo texto
           move ws-data-hoje-dd                           to ws-dbr-dd
           move ws-data-hoje-mm                           to ws-dbr-mm
           move ws-data-hoje-aaaa                         to ws-dbr-aaaa

           move zero to ws-colocacao
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
                                                      or ws-ativo-sessao(ws-ind-jog) <> "1"

               add 1                               to ws-colocacao
               move ws-colocacao                   to ws-lrf-colocacao
      *>        no mata-mata a colocacao e a da chave (os perdedores de uma
      *>        mesma fase empatam: semifinalistas em 3o, e assim por diante)
               if ws-mm-situacao = "F" then
                   move ws-mm-coloc-jog(ws-ind-jog) to ws-lrf-colocacao
               end-if
               move ws-nome-jog(ws-ind-jog)         to ws-lrf-nome
      *>        a coluna de pontos (a que a liga mensal consolida) leva o
      *>        alinhado de ajustados: com o handicap ligado e o ajustado,
      *>        desligado e o proprio bruto; o bruto sai sempre na ultima
      *>        coluna, para a premiacao conferir os dois numeros
               move ws-ajust-ord(ws-ind-jog)        to ws-lrf-pontos
               move ws-modo-sessao-jog(ws-ind-jog)  to ws-lrf-modo
               move ws-pontos-sessao(ws-ind-jog)    to ws-lrf-pontos-brutos

               move ws-linha-relFinal               to fd-relFinal
               write fd-relFinal

               move space to fd-relFinalCsv
               string ws-data-barras                          delimited by size
                      ","                                     delimited by size
                      function trim(ws-nome-jog(ws-ind-jog))  delimited by size
                      ","                                     delimited by size
                      ws-pontos-sessao(ws-ind-jog)             delimited by size
                      ","                                      delimited by size
                      ws-lrf-colocacao                         delimited by size
                      ","                                      delimited by size
                      ws-modo-sessao-jog(ws-ind-jog)           delimited by size
                      ","                                      delimited by size
                      ws-ajust-ord(ws-ind-jog)                 delimited by size
                 into fd-relFinalCsv
               end-string
               write fd-relFinalCsv

      *>        vale da colocacao (1o a 3o) creditado no razao de premios
               if  ws-lrf-colocacao >= 1
               and ws-lrf-colocacao <= 3 then
                   perform lancar-premio-colocacao
               end-if

           end-perform

      *>    secao de rodadas da partida melhor-de (linhas "R1".."R3", com a
      *>    marca de rodada no lugar da colocacao numerica: a liga mensal
      *>    as ignora e a partida inteira conta como um torneio so)
           if ws-partida-valida = "1" then
               move ws-data-hoje-dd           to ws-lrfr-dd
               move ws-data-hoje-mm           to ws-lrfr-mm
               move ws-data-hoje-aaaa         to ws-lrfr-aaaa

               perform varying ws-ind-rod from 1 by 1
                          until ws-ind-rod > ws-qtd-rodadas
                   move ws-ind-rod to ws-lrfr-rodada
                   perform varying ws-ind-pt from 1 by 1
                              until ws-ind-pt > ws-qtd-partida
                       move ws-pj-nome(ws-ind-pt)    to ws-lrfr-nome
                       move ws-pj-pontos-rod(ws-ind-pt ws-ind-rod)
                                                     to ws-lrfr-pontos
                       move ws-linha-relFinal-rod    to fd-relFinal
                       write fd-relFinal
                   end-perform
               end-perform
           end-if

      *>    segunda secao: totais por equipe, tanto na auditoria (linhas
      *>    "EQ", ignoradas pela liga mensal) quanto no CSV da premiacao
           if ws-qtd-equipes > 0 then
               move ws-data-hoje-dd           to ws-lrfe-dd
               move ws-data-hoje-mm           to ws-lrfe-mm
               move ws-data-hoje-aaaa         to ws-lrfe-aaaa

               perform varying ws-ind-eq from 1 by 1 until ws-ind-eq > ws-qtd-equipes
                   move ws-ind-eq                to ws-lrfe-coloc
                   move ws-eq-time(ws-ind-eq)    to ws-lrfe-time
                   move ws-eq-pontos(ws-ind-eq)  to ws-lrfe-pontos

                   move ws-linha-relFinal-eq     to fd-relFinal
                   write fd-relFinal

                   move space to fd-relFinalCsv
                   string ws-data-barras                         delimited by size
                          ",EQUIPE,"                             delimited by size
                          function trim(ws-eq-time(ws-ind-eq))   delimited by size
                          ","                                    delimited by size
                          ws-eq-pontos(ws-ind-eq)                delimited by size
                          ","                                    delimited by size
                          ws-ind-eq                              delimited by size
                     into fd-relFinalCsv
                   end-string
                   write fd-relFinalCsv
               end-perform

      *>        vale da equipe vencedora, um para cada integrante
               perform lancar-premio-equipe
           end-if

      *>    nota do desempate por morte subita, para o resultado ficar
      *>    defensavel na auditoria (linha "OBS", ignorada pela liga mensal)
           if ws-desempate-ocorreu = "1" then
               move ws-data-hoje-dd           to ws-lrfo-dd
               move ws-data-hoje-mm           to ws-lrfo-mm
               move ws-data-hoje-aaaa         to ws-lrfo-aaaa

      *>        os dados fixos (rodadas) vem antes do nome, para nunca serem
      *>        truncados mesmo com o nome de 25 posicoes inteiro
               move space to ws-lrfo-texto
               string "DESEMPATE SUBITO EM "                    delimited by size
                      ws-desempate-rodadas                      delimited by size
                      " RODADA(S) VENCIDO POR "                 delimited by size
                      function trim(ws-desempate-vencedor)      delimited by size
                 into ws-lrfo-texto
               end-string

               move ws-linha-relFinal-obs     to fd-relFinal
               write fd-relFinal
           end-if

      *>    veredicto da partida em rodadas, tambem como "OBS" (ignorado
      *>    pela liga mensal, fica so para a auditoria do campeonato)
           if  ws-partida-valida = "1"
           and ws-ativo-sessao(1) = "1" then
               move ws-data-hoje-dd           to ws-lrfo-dd
               move ws-data-hoje-mm           to ws-lrfo-mm
               move ws-data-hoje-aaaa         to ws-lrfo-aaaa

               move space to ws-lrfo-texto
               string "PARTIDA MELHOR-DE "                     delimited by size
                      ws-qtd-rodadas                           delimited by size
                      " VENCIDA COM "                          delimited by size
                      ws-rodadas-venc-jog(1)                   delimited by size
                      " RODADA(S) POR "                        delimited by size
                      function trim(ws-nome-jog(1))            delimited by size
                 into ws-lrfo-texto
               end-string

               move ws-linha-relFinal-obs     to fd-relFinal
               write fd-relFinal
           end-if

      *>    chave do mata-mata, um confronto por linha ("CH" + rodada, que
      *>    a liga mensal ignora como as linhas de rodada), e o campeao
      *>    numa linha "OBS"
           if ws-mm-situacao = "F" then
               move ws-data-hoje-dd           to ws-lrfc-dd
               move ws-data-hoje-mm           to ws-lrfc-mm
               move ws-data-hoje-aaaa         to ws-lrfc-aaaa

               perform varying ws-mm-ind from 1 by 1
                          until ws-mm-ind > ws-mm-qtd-conf
                   move ws-mmc-rodada(ws-mm-ind)   to ws-lrfc-rodada
                   move ws-mmc-jogo(ws-mm-ind)     to ws-lrfc-jogo
                   move ws-mmc-semente-a(ws-mm-ind) to ws-mm-sem-a
                   move ws-mmc-semente-b(ws-mm-ind) to ws-mm-sem-b
                   if ws-mmc-situacao(ws-mm-ind) = "B" then
                       move ws-mmj-nome(ws-mm-sem-a) to ws-lrfc-vencedor
                       move zero                   to ws-lrfc-pontos-venc
                       move "(bye)"                to ws-lrfc-perdedor
                       move zero                   to ws-lrfc-pontos-perd
                   else
                       if ws-mmc-vencedor(ws-mm-ind) = ws-mm-sem-a then
                           move ws-mmj-nome(ws-mm-sem-a)   to ws-lrfc-vencedor
                           move ws-mmc-pontos-a(ws-mm-ind) to ws-lrfc-pontos-venc
                           move ws-mmj-nome(ws-mm-sem-b)   to ws-lrfc-perdedor
                           move ws-mmc-pontos-b(ws-mm-ind) to ws-lrfc-pontos-perd
                       else
                           move ws-mmj-nome(ws-mm-sem-b)   to ws-lrfc-vencedor
                           move ws-mmc-pontos-b(ws-mm-ind) to ws-lrfc-pontos-venc
                           move ws-mmj-nome(ws-mm-sem-a)   to ws-lrfc-perdedor
                           move ws-mmc-pontos-a(ws-mm-ind) to ws-lrfc-pontos-perd
                       end-if
                   end-if

                   move ws-linha-relFinal-ch     to fd-relFinal
                   write fd-relFinal
               end-perform

               move ws-data-hoje-dd           to ws-lrfo-dd
               move ws-data-hoje-mm           to ws-lrfo-mm
               move ws-data-hoje-aaaa         to ws-lrfo-aaaa

               move space to ws-lrfo-texto
               string "MATA-MATA DE "                          delimited by size
                      ws-mm-qtd-jog                            delimited by size
                      " JOGADORES (CHAVE DE "                  delimited by size
                      ws-mm-tamanho                            delimited by size
                      ") VENCIDO POR "                         delimited by size
                      function trim(ws-mm-campeao)             delimited by size
                 into ws-lrfo-texto
               end-string

               move ws-linha-relFinal-obs     to fd-relFinal
               write fd-relFinal
           end-if

           close relatorioFinal
           close relatorioFinalCsv

           if ws-pr-qtd-lanc > 0 then
               move ws-pr-total-lanc     to ws-pr-total-ed
               move "PREMIOS CREDITADOS" to ws-la-acao
               move space                to ws-la-detalhe
               string "TORNEIO DE "                         delimited by size
                      ws-data-barras                        delimited by size
                      ": "                                  delimited by size
                      ws-pr-qtd-lanc                        delimited by size
                      " CREDITO(S) NO RAZAO, TOTAL "        delimited by size
                      ws-pr-total-ed                        delimited by size
                 into ws-la-detalhe
               end-string
               perform gravar-auditoria
           end-if

           .
       gravar-relatorio-final-exit.
           exit.

      *>________________________________________________________________________
      *>   Carrega regrasPremiosRel.txt ("01;N;50,00": colocacao 01 a 03 ou
      *>   EQ para a equipe vencedora, modo N ou I, valor do vale); sem o
      *>   arquivo nenhum premio e creditado; linha que nao se encaixa no
      *>   formato e ignorada (comentarios, por exemplo)
      *>________________________________________________________________________
       carregar-regras-premios section.

           perform varying ws-ind-pr from 1 by 1 until ws-ind-pr > 4
               move zero to ws-pr-regra-valor(ws-ind-pr 1)
               move zero to ws-pr-regra-valor(ws-ind-pr 2)
           end-perform
           move space to ws-regras-carregadas

           open input regrasPremios
           if ws-fs-regras = 35 then
               continue
           else
               if ws-fs-regras <> 0 then
                   move "40"                                 to ws-msn-erro-ofsset
                   move ws-fs-regras                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. regrasPremios   " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "1" to ws-regras-carregadas

               perform until ws-fs-regras = 10
                   read regrasPremios
                   if ws-fs-regras = 0 then
                       perform carregar-linha-regra
                   else
                       if ws-fs-regras <> 10 then
                           move "41"                              to ws-msn-erro-ofsset
                           move ws-fs-regras                      to ws-msn-erro-cod
                           move "Erro ao ler arq. regrasPremios   " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close regrasPremios
           end-if

           .
       carregar-regras-premios-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma linha de regra de premiacao para a tabela de valores
      *>________________________________________________________________________
       carregar-linha-regra section.

           move space to ws-rp-cod
           move space to ws-rp-modo
           move space to ws-pr-valor-x
           unstring fd-regras delimited by ";"
               into ws-rp-cod
                    ws-rp-modo
                    ws-pr-valor-x
           end-unstring

           move zero to ws-ind-pr
           if ws-rp-cod = "01" then
               move 1 to ws-ind-pr
           end-if
           if ws-rp-cod = "02" then
               move 2 to ws-ind-pr
           end-if
           if ws-rp-cod = "03" then
               move 3 to ws-ind-pr
           end-if
           if ws-rp-cod = "EQ" or ws-rp-cod = "eq" then
               move 4 to ws-ind-pr
           end-if

           move zero to ws-ind-pm
           if ws-rp-modo = "N" or ws-rp-modo = "n" then
               move 1 to ws-ind-pm
           end-if
           if ws-rp-modo = "I" or ws-rp-modo = "i" then
               move 2 to ws-ind-pm
           end-if

           if  ws-ind-pr > 0
           and ws-ind-pm > 0 then
               perform converter-valor-premio
               if ws-pr-valor-ok = "1" then
                   move ws-pr-valor to ws-pr-regra-valor(ws-ind-pr ws-ind-pm)
               end-if
           end-if

           .
       carregar-linha-regra-exit.
           exit.

      *>________________________________________________________________________
      *>   Converte o valor em ws-pr-valor-x ("50", "50,5" ou "50,00") para
      *>   ws-pr-valor; ws-pr-valor-ok fica "1" so quando o valor e valido
      *>   (ate 5 digitos inteiros e 2 de centavos, virgula decimal)
      *>________________________________________________________________________
       converter-valor-premio section.

           move space to ws-pr-valor-ok
           move space to ws-pr-int-x
           move space to ws-pr-cent-x
           unstring ws-pr-valor-x delimited by ","
               into ws-pr-int-x
                    ws-pr-cent-x
           end-unstring

           if  ws-pr-int-x not = space
           and function length(function trim(ws-pr-int-x))  <= 5
           and function length(function trim(ws-pr-cent-x)) <= 2 then
               move function trim(ws-pr-int-x) to ws-pr-int-j
               inspect ws-pr-int-j replacing leading space by "0"
               move function trim(ws-pr-cent-x) to ws-pr-cent-j
               inspect ws-pr-cent-j replacing all space by "0"
               if ws-pr-valor-edit is numeric then
                   move ws-pr-valor-num to ws-pr-valor
                   move "1"             to ws-pr-valor-ok
               end-if
           end-if

           .
       converter-valor-premio-exit.
           exit.

      *>________________________________________________________________________
      *>   Acrescenta ws-linha-razao (tipo, nome e referencia preenchidos
      *>   por quem chama, valor em ws-pr-valor) ao razao de premios, com
      *>   data, hora e operador; ao contrario da auditoria, falha aqui
      *>   derruba o programa: lancamento de premio nao pode se perder
      *>________________________________________________________________________
       gravar-razao section.

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-audit from time

           move ws-data-hoje-dd   to ws-lz-dd
           move ws-data-hoje-mm   to ws-lz-mm
           move ws-data-hoje-aaaa to ws-lz-aaaa
           move ws-ha-hh          to ws-lz-hh
           move ws-ha-mm          to ws-lz-min
           move ws-ha-ss          to ws-lz-ss
           move ws-operador       to ws-lz-operador

           move ws-pr-valor       to ws-lz-valor-int
           compute ws-lz-valor-cent = (ws-pr-valor - ws-lz-valor-int) * 100

           open extend razaoPremios
           if ws-fs-razao = 35 then
               open output razaoPremios
           end-if

           if ws-fs-razao <> 0 then
               move "42"                                 to ws-msn-erro-ofsset
               move ws-fs-razao                          to ws-msn-erro-cod
               move "Erro ao gravar arq. razaoPremios   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-razao to fd-razao
           write fd-razao
           close razaoPremios

           .
       gravar-razao-exit.
           exit.

      *>________________________________________________________________________
      *>   Credito do vale da colocacao ws-lrf-colocacao (1 a 3) para o
      *>   jogador ws-ind-jog, pelo valor do modo da sessao dele (I para
      *>   quem jogou como iniciante, N para os demais)
      *>________________________________________________________________________
       lancar-premio-colocacao section.

           if ws-regras-carregadas = "1" then
               move ws-lrf-colocacao to ws-ind-pr
               if ws-modo-sessao-jog(ws-ind-jog) = "I" then
                   move 2   to ws-ind-pm
                   move "I" to ws-rp-modo
               else
                   move 1   to ws-ind-pm
                   move "N" to ws-rp-modo
               end-if

               move ws-pr-regra-valor(ws-ind-pr ws-ind-pm) to ws-pr-valor
               if ws-pr-valor > 0 then
                   move "C"                      to ws-lz-tipo
                   move ws-nome-jog(ws-ind-jog)  to ws-lz-nome
                   move space                    to ws-lz-ref
                   string "TORNEIO COLOCACAO "   delimited by size
                          ws-lrf-colocacao       delimited by size
                          " MODO "               delimited by size
                          ws-rp-modo             delimited by size
                     into ws-lz-ref
                   end-string
                   perform gravar-razao

                   add 1           to ws-pr-qtd-lanc
                   add ws-pr-valor to ws-pr-total-lanc
               end-if
           end-if

           .
       lancar-premio-colocacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Credito do vale da equipe vencedora (1a da apuracao) para cada
      *>   integrante que jogou hoje, pelo valor EQ do modo da sessao dele
      *>   (I para quem jogou como iniciante, N para os demais), como na
      *>   colocacao
      *>________________________________________________________________________
       lancar-premio-equipe section.

           if ws-regras-carregadas = "1" then
               perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-max-jogadores
                                                          or ws-nome-jog(ws-ind-jog) = space
                   if  ws-ativo-sessao(ws-ind-jog) = "1"
                   and ws-time-jog(ws-ind-jog) not = space
                   and ws-time-jog(ws-ind-jog) = ws-eq-time(1) then
                       if ws-modo-sessao-jog(ws-ind-jog) = "I" then
                           move 2   to ws-ind-pm
                       else
                           move 1   to ws-ind-pm
                       end-if

                       move ws-pr-regra-valor(4 ws-ind-pm) to ws-pr-valor
                       if ws-pr-valor > 0 then
                           move "C"                      to ws-lz-tipo
                           move ws-nome-jog(ws-ind-jog)  to ws-lz-nome
                           move space                    to ws-lz-ref
                           string "EQUIPE VENCEDORA "             delimited by size
                                  function trim(ws-eq-time(1))    delimited by size
                             into ws-lz-ref
                           end-string
                           perform gravar-razao

                           add 1           to ws-pr-qtd-lanc
                           add ws-pr-valor to ws-pr-total-lanc
                       end-if
                   end-if
               end-perform
           end-if

           .
       lancar-premio-equipe-exit.
           exit.

      *>________________________________________________________________________
      *>   Saldo de premios de ws-nome-jogador pelo razao inteiro (creditos
      *>   menos resgates e estornos), em ws-pr-saldo
      *>________________________________________________________________________
       apurar-saldo-premio section.

           move zero to ws-pr-saldo

           open input razaoPremios
           if ws-fs-razao = 35 then
               continue
           else
               if ws-fs-razao <> 0 then
                   move "43"                                 to ws-msn-erro-ofsset
                   move ws-fs-razao                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. razaoPremios   " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-razao = 10
                   read razaoPremios
                   if ws-fs-razao = 0 then
                       move fd-razao to ws-linha-razao
                       if  ws-lz-nome = ws-nome-jogador
                       and ws-lz-valor-int  is numeric
                       and ws-lz-valor-cent is numeric then
                           compute ws-pr-valor =
                               ws-lz-valor-int + ws-lz-valor-cent / 100
                           if ws-lz-tipo = "C" then
                               add ws-pr-valor to ws-pr-saldo
                           end-if
                           if ws-lz-tipo = "R" or ws-lz-tipo = "E" then
                               subtract ws-pr-valor from ws-pr-saldo
                           end-if
                       end-if
                   else
                       if ws-fs-razao <> 10 then
                           move "44"                              to ws-msn-erro-ofsset
                           move ws-fs-razao                       to ws-msn-erro-cod
                           move "Erro ao ler arq. razaoPremios   " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close razaoPremios
           end-if

           .
       apurar-saldo-premio-exit.
           exit.

      *>________________________________________________________________________
      *>   Menu complementar (Mais Opcoes): utilitarios que nao cabem na
      *>   tela principal, ate o operador marcar Voltar
      *>________________________________________________________________________
       menu-complementar section.

           move space to ws-voltar-menu2

           perform until ws-voltar-menu2 = "X"
                      or ws-voltar-menu2 = "x"

               move space  to ws-resgate-premios
               move space  to ws-extrato-premios
               move space  to ws-reconc-pontos
               move space  to ws-recurso-resp
               move space  to ws-import-baralho
               move space  to ws-sit-jogadores
               move space  to ws-revisao-jogo
               move space  to ws-lgpd-titular

               display sc-tela-menu2
               accept sc-tela-menu2

               if  ws-resgate-premios = "X"
               or  ws-resgate-premios = "x" then
                    perform resgatar-premio
               end-if

               if  ws-extrato-premios = "X"
               or  ws-extrato-premios = "x" then
                    perform extrato-premios
               end-if

               if  ws-reconc-pontos = "X"
               or  ws-reconc-pontos = "x" then
                    perform reconciliar-pontos
               end-if

               if  ws-recurso-resp = "X"
               or  ws-recurso-resp = "x" then
                    perform recurso-resposta
               end-if

               if  ws-import-baralho = "X"
               or  ws-import-baralho = "x" then
                    perform importar-baralho
               end-if

               if  ws-sit-jogadores = "X"
               or  ws-sit-jogadores = "x" then
                    perform situacao-jogadores
               end-if

               if  ws-revisao-jogo = "X"
               or  ws-revisao-jogo = "x" then
                    move space to ws-js-mes-x
                    perform revisao-jogo-suspeito
               end-if

               if  ws-lgpd-titular = "X"
               or  ws-lgpd-titular = "x" then
                    perform solicitacao-lgpd
               end-if

           end-perform

           .
       menu-complementar-exit.
           exit.

      *>________________________________________________________________________
      *>   Resgate de premio: o vale entregue ao jogador e debitado do
      *>   saldo dele no razao (nunca acima do saldo), com auditoria
      *>________________________________________________________________________
       resgatar-premio section.

           display erase
           display "RESGATE DE PREMIOS (vale entregue, debitado do saldo)"
           display " "

           move space to ws-nome-jogador
           display "Jogador (vazio cancela):"
           accept ws-nome-jogador

           if ws-nome-jogador = space then
               display "Resgate cancelado."
           else
               perform apurar-saldo-premio
               move ws-pr-saldo to ws-pr-saldo-ed
               display "Saldo de premios: " ws-pr-saldo-ed

               if ws-pr-saldo not > zero then
                   display "Sem saldo para resgate: nada lancado."
               else
                   move space to ws-pr-valor-x
                   display "Valor do vale entregue (ex.: 50,00):"
                   accept ws-pr-valor-x
                   perform converter-valor-premio

                   if ws-pr-valor-ok not = "1"
                   or ws-pr-valor = zero then
                       display "Valor invalido: nada lancado."
                   else
                       if ws-pr-valor > ws-pr-saldo then
                           display "Valor acima do saldo: nada lancado."
                       else
                           move space to ws-pr-ref
                           display "Referencia do vale (numero ou descricao):"
                           accept ws-pr-ref

                           move "R"             to ws-lz-tipo
                           move ws-nome-jogador to ws-lz-nome
                           move ws-pr-ref       to ws-lz-ref
                           perform gravar-razao

                           move ws-pr-valor     to ws-pr-valor-ed
                           move "RESGATE PREMIO" to ws-la-acao
                           move space            to ws-la-detalhe
                           string "JOGADOR "                          delimited by size
                                  function trim(ws-nome-jogador)      delimited by size
                                  " VALOR "                           delimited by size
                                  ws-pr-valor-ed                      delimited by size
                                  " SALDO ANTERIOR "                  delimited by size
                                  ws-pr-saldo-ed                      delimited by size
                                  " VALE "                            delimited by size
                                  function trim(ws-pr-ref)            delimited by size
                             into ws-la-detalhe
                           end-string
                           perform gravar-auditoria

                           subtract ws-pr-valor from ws-pr-saldo
                           move ws-pr-saldo to ws-pr-saldo-ed
                           display "Resgate lancado; saldo restante: " ws-pr-saldo-ed
                       end-if
                   end-if
               end-if
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       resgatar-premio-exit.
           exit.

      *>________________________________________________________________________
      *>   Extrato de premios de um mes: por jogador, saldo anterior ao mes,
      *>   ganhos (creditos menos estornos) e resgates no mes e saldo final,
      *>   com os totais do orcamento e os totais de controle do razao
      *>________________________________________________________________________
       extrato-premios section.

           display erase
           display "EXTRATO DE PREMIOS POR JOGADOR"
           display " "

           accept ws-data-hoje from date yyyymmdd

           move space to ws-pr-periodo-x
           display "Mes do extrato (AAAAMM; vazio = mes corrente):"
           accept ws-pr-periodo-x

           move "1" to ws-pr-periodo-ok
           if ws-pr-periodo-x = space then
               compute ws-pr-periodo = ws-data-hoje-aaaa * 100 + ws-data-hoje-mm
               move ws-pr-periodo to ws-pr-mes-ref
           else
               if ws-pr-periodo-x is numeric then
                   move ws-pr-periodo-x to ws-pr-periodo
                   move ws-pr-periodo   to ws-pr-mes-ref
                   if  ws-pr-ref-mm >= 1
                   and ws-pr-ref-mm <= 12 then
                       continue
                   else
                       move space to ws-pr-periodo-ok
                   end-if
               else
                   move space to ws-pr-periodo-ok
               end-if
           end-if

           if ws-pr-periodo-ok not = "1" then
               display "Mes invalido: use AAAAMM, por exemplo 202604."
           else
               sort ordPremios
                   on ascending key sd-prem-nome
                   input procedure  is ler-razao-extrato
                   output procedure is gravar-extrato

               display "Extrato gravado em extratoPremiosRel.txt: "
                       ws-px-jogadores " jogador(es)."
               display "Lancamentos lidos " ws-px-lidos
                       ", usados " ws-px-usados
                       ", posteriores ao mes " ws-px-posteriores
                       ", rejeitados " ws-px-rejeitados "."
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       extrato-premios-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da ordenacao do extrato: cada lancamento valido do razao
      *>   ate o mes pedido (os posteriores nao entram em nenhum saldo)
      *>________________________________________________________________________
       ler-razao-extrato section.

           move zero to ws-px-lidos
           move zero to ws-px-usados
           move zero to ws-px-rejeitados
           move zero to ws-px-posteriores

           open input razaoPremios
           if ws-fs-razao = 35 then
               continue
           else
               if ws-fs-razao <> 0 then
                   move "43"                                 to ws-msn-erro-ofsset
                   move ws-fs-razao                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. razaoPremios   " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-razao = 10
                   read razaoPremios
                   if ws-fs-razao = 0 then
                       add 1 to ws-px-lidos
                       move fd-razao to ws-linha-razao
                       if  ws-lz-nome not = space
                       and ws-lz-mm         is numeric
                       and ws-lz-aaaa       is numeric
                       and ws-lz-valor-int  is numeric
                       and ws-lz-valor-cent is numeric
                       and (ws-lz-tipo = "C" or ws-lz-tipo = "R" or ws-lz-tipo = "E") then
                           compute sd-prem-aaaamm = ws-lz-aaaa * 100 + ws-lz-mm
                           if sd-prem-aaaamm <= ws-pr-periodo then
                               move ws-lz-nome  to sd-prem-nome
                               move ws-lz-tipo  to sd-prem-tipo
                               compute sd-prem-valor =
                                   ws-lz-valor-int + ws-lz-valor-cent / 100
                               release sd-premio
                               add 1 to ws-px-usados
                           else
                               add 1 to ws-px-posteriores
                           end-if
                       else
                           add 1 to ws-px-rejeitados
                       end-if
                   else
                       if ws-fs-razao <> 10 then
                           move "44"                              to ws-msn-erro-ofsset
                           move ws-fs-razao                       to ws-msn-erro-cod
                           move "Erro ao ler arq. razaoPremios   " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close razaoPremios
           end-if

           .
       ler-razao-extrato-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da ordenacao do extrato: quebra por jogador, uma linha por
      *>   jogador com movimento ate o mes, e os totais no fim
      *>________________________________________________________________________
       gravar-extrato section.

           open output extratoPremios
           if ws-fs-extrato <> 0 then
               move "45"                                 to ws-msn-erro-ofsset
               move ws-fs-extrato                        to ws-msn-erro-cod
               move "Erro ao abrir arq. extratoPremios  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje-dd   to ws-dbr-dd
           move ws-data-hoje-mm   to ws-dbr-mm
           move ws-data-hoje-aaaa to ws-dbr-aaaa

           move space to fd-extrato
           string "EXTRATO DE PREMIOS - MES "                  delimited by size
                  ws-pr-ref-mm                                 delimited by size
                  "/"                                          delimited by size
                  ws-pr-ref-aaaa                               delimited by size
                  " - EMITIDO EM "                             delimited by size
                  ws-data-barras                               delimited by size
                  " POR "                                      delimited by size
                  ws-operador                                  delimited by size
             into fd-extrato
           end-string
           write fd-extrato

           move space to fd-extrato
           write fd-extrato
           move ws-cab-extrato to fd-extrato
           write fd-extrato

           move zero  to ws-px-jogadores
           move zero  to ws-px-tot-anterior
           move zero  to ws-px-tot-ganhos
           move zero  to ws-px-tot-resgates
           move zero  to ws-px-tot-final
           move space to ws-px-nome-ant
           move space to ws-px-fim

           perform until ws-px-fim = "1"
               return ordPremios
                   at end
                       move "1" to ws-px-fim
               end-return

               if ws-px-fim = "1" then
                   if ws-px-nome-ant not = space then
                       perform gravar-linha-extrato
                   end-if
               else
                   if sd-prem-nome not = ws-px-nome-ant then
                       if ws-px-nome-ant not = space then
                           perform gravar-linha-extrato
                       end-if
                       move sd-prem-nome to ws-px-nome-ant
                       move zero         to ws-px-anterior
                       move zero         to ws-px-ganhos
                       move zero         to ws-px-resgates
                   end-if

                   if sd-prem-aaaamm < ws-pr-periodo then
                       if sd-prem-tipo = "C" then
                           add sd-prem-valor      to ws-px-anterior
                       else
                           subtract sd-prem-valor from ws-px-anterior
                       end-if
                   else
                       if sd-prem-tipo = "C" then
                           add sd-prem-valor      to ws-px-ganhos
                       end-if
                       if sd-prem-tipo = "E" then
                           subtract sd-prem-valor from ws-px-ganhos
                       end-if
                       if sd-prem-tipo = "R" then
                           add sd-prem-valor      to ws-px-resgates
                       end-if
                   end-if
               end-if
           end-perform

           move space to fd-extrato
           write fd-extrato

           move "TOTAL"               to ws-lx-nome
           move ws-px-tot-anterior    to ws-lx-anterior
           move ws-px-tot-ganhos      to ws-lx-ganhos
           move ws-px-tot-resgates    to ws-lx-resgates
           move ws-px-tot-final       to ws-lx-final
           move ws-linha-extrato      to fd-extrato
           write fd-extrato

           move space to fd-extrato
           write fd-extrato
           move space to fd-extrato
           string "CONTROLE: LANCTOS LIDOS "         delimited by size
                  ws-px-lidos                        delimited by size
                  ", USADOS "                        delimited by size
                  ws-px-usados                       delimited by size
                  ", POSTERIORES "                   delimited by size
                  ws-px-posteriores                  delimited by size
                  ", REJEITADOS "                    delimited by size
                  ws-px-rejeitados                   delimited by size
                  ", JOGADORES "                     delimited by size
                  ws-px-jogadores                    delimited by size
             into fd-extrato
           end-string
           write fd-extrato

           close extratoPremios

           .
       gravar-extrato-exit.
           exit.

      *>________________________________________________________________________
      *>   Linha do extrato do jogador acumulado em ws-px-nome-ant
      *>________________________________________________________________________
       gravar-linha-extrato section.

           compute ws-px-final = ws-px-anterior + ws-px-ganhos - ws-px-resgates

           move ws-px-nome-ant      to ws-lx-nome
           move ws-px-anterior      to ws-lx-anterior
           move ws-px-ganhos        to ws-lx-ganhos
           move ws-px-resgates      to ws-lx-resgates
           move ws-px-final         to ws-lx-final
           move ws-linha-extrato    to fd-extrato
           write fd-extrato

           add 1                    to ws-px-jogadores
           add ws-px-anterior       to ws-px-tot-anterior
           add ws-px-ganhos         to ws-px-tot-ganhos
           add ws-px-resgates       to ws-px-tot-resgates
           add ws-px-final          to ws-px-tot-final

           .
       gravar-linha-extrato-exit.
           exit.

      *>________________________________________________________________________
      *>   Reconciliacao do placar vitalicio: refaz pontos e torneios de cada
      *>   jogador a partir do historico (relatorioFinalRel.txt mais os
      *>   arcRelFinal*), confere com os acertos do jornal, lista quem nao
      *>   bate com o cadastro e, com a confirmacao do supervisor, corrige
      *>   o cadastro (cada correcao vai para a auditoria)
      *>________________________________________________________________________
       reconciliar-pontos section.

      *>    o jornal pode estar aberto em extend pela partida em andamento
           if ws-jornal-aberto = "1" then
               close jornalRespostas
               move space to ws-jornal-aberto
           end-if

           display erase
           display "RECONCILIACAO DE PONTOS (cadastro x historico e jornal)"
           display " "

           accept ws-data-hoje from date yyyymmdd

           sort ordReconc
               on ascending key sd-rc-nome
               input procedure  is ler-fontes-reconciliacao
               output procedure is gravar-reconciliacao

           display "Historico: " ws-rc-qtd-arc " arquivo(s) arcRelFinal* somado(s)."
           display "Linhas lidas " ws-rc-lidos
                   ", usadas " ws-rc-usados
                   ", rejeitadas " ws-rc-rejeitados "."
           display "Jogadores conferidos: " ws-rc-jogadores
           display "  divergentes do historico (D): " ws-rc-divergentes
           display "  historico sem cadastro   (S): " ws-rc-sem-cadastro
           display "  acima do jornal          (J): " ws-rc-alerta-jornal
           display "  aposentados divergentes  (A): " ws-rc-apo-divergentes
           display "Relatorio gravado em reconciliacaoPontosRel.txt"

           move "RECONCILIA PONTOS" to ws-la-acao
           move space               to ws-la-detalhe
           string "JOGADORES "          delimited by size
                  ws-rc-jogadores       delimited by size
                  " DIVERGENTES "       delimited by size
                  ws-rc-divergentes     delimited by size
                  " SEM CADASTRO "      delimited by size
                  ws-rc-sem-cadastro    delimited by size
                  " ALERTA JORNAL "     delimited by size
                  ws-rc-alerta-jornal   delimited by size
                  " LINHAS "            delimited by size
                  ws-rc-lidos           delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           if ws-rc-divergentes > 0 then
               display " "
               display "Aplicar o historico no cadastro dos " ws-rc-divergentes
                       " divergente(s)? (S/N)"
               move space to ws-rc-resposta
               accept ws-rc-resposta

               if ws-rc-resposta = "S" or ws-rc-resposta = "s" then
                   perform aplicar-reconciliacao

      *>            a tabela em memoria e regravada pelos checkpoints:
      *>            recarrega do cadastro, como na mescla de jogadores
                   perform carregar-cadastro-tabela

                   display ws-rc-aplicadas " correcao(oes) aplicada(s) no cadastro."
               else
                   display "Nenhuma correcao aplicada."
               end-if
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       reconciliar-pontos-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da ordenacao da reconciliacao: um registro por jogador do
      *>   cadastro (C), por linha de torneio do historico e dos arquivos
      *>   arquivados (H) e por acerto do jornal (J)
      *>________________________________________________________________________
       ler-fontes-reconciliacao section.

           move zero to ws-rc-lidos
           move zero to ws-rc-usados
           move zero to ws-rc-rejeitados
           move zero to ws-rc-qtd-arc

      *>    ______ cadastro inteiro, em varredura pela chave ______
           move low-values to fd-cadJog-nome
           start cadastroJogadores key not < fd-cadJog-nome
           if  ws-fs-cadJog <> 0
           and ws-fs-cadJog <> 23 then
               move "4"                                  to ws-msn-erro-ofsset
               move ws-fs-cadJog                         to ws-msn-erro-cod
               move "Erro ao posicionar arq. cadastroJogadores " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-cadJog = 10
                      or ws-fs-cadJog = 23
               read cadastroJogadores next record
               if ws-fs-cadJog = 0 then
                   move fd-cadJog-nome          to sd-rc-nome
                   move "C"                     to sd-rc-fonte
                   move fd-cadJog-pontos        to sd-rc-pontos
                   move fd-cadJog-torneios      to sd-rc-torneios
      *>            sessao aberta: os pontos ja estao no cadastro mas o
      *>            torneio ainda nao chegou ao historico
                   if fd-cadJog-ativo-sessao = "1" then
                       move fd-cadJog-pontos-sessao to sd-rc-sessao
                   else
                       move zero                    to sd-rc-sessao
                   end-if
                   release sd-reconc
               else
                   if ws-fs-cadJog <> 10 then
                       move "4"                                  to ws-msn-erro-ofsset
                       move ws-fs-cadJog                         to ws-msn-erro-cod
                       move "Erro ao ler arq. cadastroJogadores " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

      *>    ______ arquivo morto: o aposentado guarda o placar vitalicio
      *>    fora do cadastro, mas o historico e o jornal dele continuam ______
           open input jogadoresAposentados
           if ws-fs-aposent = 35 then
               continue
           else
               if ws-fs-aposent <> 0 then
                   move "68"                                 to ws-msn-erro-ofsset
                   move ws-fs-aposent                        to ws-msn-erro-cod
                   move "Erro ao abrir jogadoresAposentados " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-aposent <> 0
                   read jogadoresAposentados
                   if ws-fs-aposent = 0 then
                       move fd-aposent to ws-aposent-reg
                       if  ws-ap-nome not = space
                       and ws-ap-pontos   is numeric
                       and ws-ap-torneios is numeric then
                           move ws-ap-nome     to sd-rc-nome
                           move "A"            to sd-rc-fonte
                           move ws-ap-pontos   to sd-rc-pontos
                           move ws-ap-torneios to sd-rc-torneios
                           move zero           to sd-rc-sessao
                           release sd-reconc
                       end-if
                   end-if
               end-perform

               close jogadoresAposentados
           end-if

      *>    ______ historico vivo ______
           open input relatorioFinal
           if ws-fs-relFinal = 0 then
               perform until ws-fs-relFinal = 10
                   read relatorioFinal
                   if ws-fs-relFinal = 0 then
                       move fd-relFinal to ws-rc-linha
                       perform soltar-linha-historico
                   end-if
               end-perform
               close relatorioFinal
           end-if

      *>    ______ historico arquivado: um arcRelFinal<AAAAMM>.txt por corte
      *>    de mes usado na manutencao; procura todos os cortes possiveis ______
           perform varying ws-rc-ano from ws-rc-ano-ini by 1
                     until ws-rc-ano > ws-data-hoje-aaaa
               perform varying ws-rc-mes from 1 by 1 until ws-rc-mes > 12
                   move space to ws-arq-arc
                   string "arcRelFinal"    delimited by size
                          ws-rc-ano        delimited by size
                          ws-rc-mes        delimited by size
                          ".txt"           delimited by size
                     into ws-arq-arc
                   end-string

                   open input arquivoArc
                   if ws-fs-arc = 0 then
                       add 1 to ws-rc-qtd-arc
                       perform until ws-fs-arc = 10
                           read arquivoArc
                           if ws-fs-arc = 0 then
                               move fd-arc to ws-rc-linha
                               perform soltar-linha-historico
                           end-if
                       end-perform
                       close arquivoArc
                   end-if
               end-perform
           end-perform

      *>    ______ acertos do jornal ______
           open input jornalRespostas
           if ws-fs-jornal = 0 then
               perform until ws-fs-jornal = 10
                   read jornalRespostas
                   if ws-fs-jornal = 0 then
                       add 1 to ws-rc-lidos
                       move space to ws-jornal-lido
                       unstring fd-jornal delimited by ";"
                           into ws-jl-data
                                ws-jl-hora
                                ws-jl-modo
                                ws-jl-nome
                                ws-jl-estado
                                ws-jl-resposta
                                ws-jl-acertou
                                ws-jl-segundos
                       end-unstring

                       if  ws-jl-nome not = space
                       and ws-jl-dd   is numeric
                       and ws-jl-mm   is numeric
                       and ws-jl-aaaa is numeric then
                           add 1 to ws-rc-usados
                           if ws-jl-acertou = "S"
                           or ws-jl-acertou = "Q" then
                               move ws-jl-nome to sd-rc-nome
                               move "J"        to sd-rc-fonte
                               move 1          to sd-rc-pontos
                               move zero       to sd-rc-torneios
                               move zero       to sd-rc-sessao
                               release sd-reconc
                           end-if
                       else
                           add 1 to ws-rc-rejeitados
                       end-if
                   end-if
               end-perform
               close jornalRespostas
           end-if

           .
       ler-fontes-reconciliacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma linha do historico (em ws-rc-linha) para a ordenacao: so as
      *>   linhas de jogador com colocacao numerica valem torneio (rodadas
      *>   da melhor-de, confrontos do mata-mata, equipes e observacoes
      *>   ficam de fora, como na liga mensal); linha de antes da coluna
      *>   de brutos vale o proprio campo de pontos
      *>________________________________________________________________________
       soltar-linha-historico section.

           add 1 to ws-rc-lidos

           move space to ws-liga-lido
           unstring ws-rc-linha delimited by ";"
               into ws-ll-data
                    ws-ll-coloc
                    ws-ll-nome
                    ws-ll-pontos
                    ws-ll-modo
                    ws-ll-brutos
           end-unstring

           if  ws-ll-nome   not = space
           and ws-ll-coloc  is numeric
           and ws-ll-pontos is numeric
           and ws-ll-dd     is numeric
           and ws-ll-mm     is numeric
           and ws-ll-aaaa   is numeric then
               move ws-ll-nome     to sd-rc-nome
               move "H"            to sd-rc-fonte
               if ws-ll-brutos is numeric then
                   move ws-ll-brutos to sd-rc-pontos
               else
                   move ws-ll-pontos to sd-rc-pontos
               end-if
               move 1              to sd-rc-torneios
               move zero           to sd-rc-sessao
               release sd-reconc
               add 1 to ws-rc-usados
           else
               add 1 to ws-rc-rejeitados
           end-if

           .
       soltar-linha-historico-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da ordenacao da reconciliacao: quebra por jogador, compara
      *>   o cadastro com o historico e grava so quem tem alguma marca
      *>________________________________________________________________________
       gravar-reconciliacao section.

           open output reconciliacao
           if ws-fs-reconc <> 0 then
               move "47"                                 to ws-msn-erro-ofsset
               move ws-fs-reconc                         to ws-msn-erro-cod
               move "Erro ao abrir arq. reconciliacao   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje-dd   to ws-dbr-dd
           move ws-data-hoje-mm   to ws-dbr-mm
           move ws-data-hoje-aaaa to ws-dbr-aaaa

           move space to fd-reconc
           string "RECONCILIACAO DE PONTOS - EMITIDA EM "   delimited by size
                  ws-data-barras                            delimited by size
                  " POR "                                   delimited by size
                  ws-operador                               delimited by size
             into fd-reconc
           end-string
           write fd-reconc

           move space to fd-reconc
           write fd-reconc
           move ws-cab-reconc  to fd-reconc
           write fd-reconc
           move ws-cab-reconc2 to fd-reconc
           write fd-reconc

           move zero  to ws-rc-jogadores
           move zero  to ws-rc-divergentes
           move zero  to ws-rc-sem-cadastro
           move zero  to ws-rc-alerta-jornal
           move zero  to ws-rc-aposentados
           move zero  to ws-rc-apo-divergentes
           move space to ws-rc-nome-ant
           move space to ws-rc-fim

           perform until ws-rc-fim = "1"
               return ordReconc
                   at end
                       move "1" to ws-rc-fim
               end-return

               if ws-rc-fim = "1" then
                   if ws-rc-nome-ant not = space then
                       perform conferir-jogador-reconc
                   end-if
               else
                   if sd-rc-nome not = ws-rc-nome-ant then
                       if ws-rc-nome-ant not = space then
                           perform conferir-jogador-reconc
                       end-if
                       move sd-rc-nome to ws-rc-nome-ant
                       move space      to ws-rc-tem-cadastro
                       move zero       to ws-rc-cad-pontos
                       move zero       to ws-rc-cad-torneios
                       move zero       to ws-rc-cad-sessao
                       move zero       to ws-rc-hist-pontos
                       move zero       to ws-rc-hist-torneios
                       move zero       to ws-rc-acertos
                   end-if

                   if sd-rc-fonte = "C" then
                       move "1"            to ws-rc-tem-cadastro
                       move sd-rc-pontos   to ws-rc-cad-pontos
                       move sd-rc-torneios to ws-rc-cad-torneios
                       move sd-rc-sessao   to ws-rc-cad-sessao
                   end-if
                   if  sd-rc-fonte = "A"
                   and ws-rc-tem-cadastro = space then
                       move "2"            to ws-rc-tem-cadastro
                       move sd-rc-pontos   to ws-rc-cad-pontos
                       move sd-rc-torneios to ws-rc-cad-torneios
                       move zero           to ws-rc-cad-sessao
                   end-if
                   if sd-rc-fonte = "H" then
                       add sd-rc-pontos    to ws-rc-hist-pontos
                       add sd-rc-torneios  to ws-rc-hist-torneios
                   end-if
                   if sd-rc-fonte = "J" then
                       add sd-rc-pontos    to ws-rc-acertos
                   end-if
               end-if
           end-perform

           move space to fd-reconc
           write fd-reconc
           move space to fd-reconc
           string "JOGADORES "          delimited by size
                  ws-rc-jogadores       delimited by size
                  " - DIVERGENTES (D) " delimited by size
                  ws-rc-divergentes     delimited by size
                  ", SEM CADASTRO (S) " delimited by size
                  ws-rc-sem-cadastro    delimited by size
                  ", ACIMA DO JORNAL (J) " delimited by size
                  ws-rc-alerta-jornal   delimited by size
             into fd-reconc
           end-string
           write fd-reconc
           move space to fd-reconc
           string "APOSENTADOS NO ARQUIVO MORTO "   delimited by size
                  ws-rc-aposentados                 delimited by size
                  " - DIVERGENTES (A) "             delimited by size
                  ws-rc-apo-divergentes             delimited by size
                  " (CORRIGIVEIS SO APOS REINTEGRAR)" delimited by size
             into fd-reconc
           end-string
           write fd-reconc

           move space to fd-reconc
           string "CONTROLE: LINHAS LIDAS "    delimited by size
                  ws-rc-lidos                  delimited by size
                  ", USADAS "                  delimited by size
                  ws-rc-usados                 delimited by size
                  ", REJEITADAS "              delimited by size
                  ws-rc-rejeitados             delimited by size
                  ", ARQUIVOS ARCRELFINAL "    delimited by size
                  ws-rc-qtd-arc                delimited by size
             into fd-reconc
           end-string
           write fd-reconc

           close reconciliacao

           .
       gravar-reconciliacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Confere o jogador acumulado em ws-rc-nome-ant: o cadastro deve
      *>   ter os pontos do historico mais os da sessao aberta e um torneio
      *>   por linha do historico; cada acerto do jornal rende no maximo
      *>   10 pontos (resposta rapida, nota de dificuldade 5)
      *>________________________________________________________________________
       conferir-jogador-reconc section.

           add 1 to ws-rc-jogadores

           compute ws-rc-esperado    = ws-rc-hist-pontos + ws-rc-cad-sessao
           compute ws-rc-teto-jornal = ws-rc-acertos * 10

           move space to ws-lr-marca
           move space to ws-lr-obs

           if ws-rc-hist-pontos > ws-rc-teto-jornal then
               move "J"                     to ws-lr-marca
               move "HISTORICO ACIMA DO JORNAL" to ws-lr-obs
               add 1 to ws-rc-alerta-jornal
           end-if

           if ws-rc-tem-cadastro = "1" then
               if ws-rc-cad-pontos   not = ws-rc-esperado
               or ws-rc-cad-torneios not = ws-rc-hist-torneios then
                   move "D"                 to ws-lr-marca
                   if ws-rc-esperado > 9999
                   or ws-rc-hist-torneios > 9999 then
                       move "ACIMA DO LIMITE DO CADASTRO" to ws-lr-obs
                   else
                       if ws-lr-obs = space then
                           move "CADASTRO DIVERGE" to ws-lr-obs
                       else
                           move "DIVERGE E ACIMA DO JORNAL" to ws-lr-obs
                       end-if
                       add 1 to ws-rc-divergentes
                   end-if
               end-if
           else
               if ws-rc-tem-cadastro = "2" then
                   add 1 to ws-rc-aposentados
                   if ws-rc-cad-pontos   not = ws-rc-esperado
                   or ws-rc-cad-torneios not = ws-rc-hist-torneios then
                       move "A"                 to ws-lr-marca
                       move "APOSENTADO DIVERGE" to ws-lr-obs
                       add 1 to ws-rc-apo-divergentes
                   end-if
               else
                   move "S"                     to ws-lr-marca
                   move "HISTORICO SEM CADASTRO"  to ws-lr-obs
                   add 1 to ws-rc-sem-cadastro
               end-if
           end-if

           if ws-lr-marca not = space then
               move ws-rc-nome-ant      to ws-lr-nome
               move ws-rc-cad-pontos    to ws-lr-cad-pontos
               move ws-rc-cad-torneios  to ws-lr-cad-torneios
               move ws-rc-hist-pontos   to ws-lr-hist-pontos
               move ws-rc-hist-torneios to ws-lr-hist-torneios
               move ws-rc-cad-sessao    to ws-lr-sessao
               move ws-rc-acertos       to ws-lr-acertos
               move ws-linha-reconc     to fd-reconc
               write fd-reconc
           end-if

           .
       conferir-jogador-reconc-exit.
           exit.

      *>________________________________________________________________________
      *>   Aplica no cadastro as linhas D do relatorio recem gravado: pontos
      *>   = historico + sessao aberta, torneios = historico; cada correcao
      *>   fica na auditoria com os numeros de antes e de depois
      *>________________________________________________________________________
       aplicar-reconciliacao section.

           move zero to ws-rc-aplicadas

           open input reconciliacao
           if ws-fs-reconc <> 0 then
               move "48"                                 to ws-msn-erro-ofsset
               move ws-fs-reconc                         to ws-msn-erro-cod
               move "Erro ao reler arq. reconciliacao   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-reconc = 10
               read reconciliacao
               if ws-fs-reconc = 0 then
                   move fd-reconc to ws-reconc-lido
                   if  ws-rl-marca = "D"
                   and ws-rl-obs not = "ACIMA DO LIMITE DO CADASTRO"
                   and ws-rl-hist-pontos   is numeric
                   and ws-rl-hist-torneios is numeric
                   and ws-rl-sessao        is numeric then
                       move ws-rl-nome to fd-cadJog-nome
                       read cadastroJogadores
                       if ws-fs-cadJog = 0 then
                           compute fd-cadJog-pontos = ws-rl-hist-pontos + ws-rl-sessao
                           move ws-rl-hist-torneios to fd-cadJog-torneios
                           rewrite fd-cadJog
                           if ws-fs-cadJog <> 0 then
                               move "49"                                  to ws-msn-erro-ofsset
                               move ws-fs-cadJog                          to ws-msn-erro-cod
                               move "Erro ao regravar cadastroJogadores " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-rc-aplicadas

                           move "CORRIGE PONTOS" to ws-la-acao
                           move space            to ws-la-detalhe
                           string "JOGADOR "                     delimited by size
                                  function trim(ws-rl-nome)      delimited by size
                                  " PONTOS "                     delimited by size
                                  ws-rl-cad-pontos               delimited by size
                                  " PARA "                       delimited by size
                                  fd-cadJog-pontos               delimited by size
                                  " TORNEIOS "                   delimited by size
                                  ws-rl-cad-torneios             delimited by size
                                  " PARA "                       delimited by size
                                  fd-cadJog-torneios             delimited by size
                                  " (RECONCILIACAO COM O HISTORICO)" delimited by size
                             into ws-la-detalhe
                           end-string
                           perform gravar-auditoria
                       end-if
                   end-if
               end-if
           end-perform

           close reconciliacao

           .
       aplicar-reconciliacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Recurso de resposta: o jogador contesta um "Errou!!!" do jornal;
      *>   o operador escolhe a sessao e a linha do jornal e decide manter
      *>   ou reverter, com o motivo. Revertido, o acerto e pontuado pelas
      *>   regras de PONTUAR-RESPOSTA-CERTA e o resultado da sessao e
      *>   reemitido (historico, CSV, cadastro e razao de premios); o
      *>   jornal e o bloco original ficam como estavam, so marcados
      *>________________________________________________________________________
       recurso-resposta section.

      *>    o jornal pode estar aberto em extend pela partida em andamento
           if ws-jornal-aberto = "1" then
               close jornalRespostas
               move space to ws-jornal-aberto
           end-if

           display erase
           display "RECURSO DE RESPOSTA (reverter ou manter um erro julgado)"
           display " "

           move space to ws-rv-data
           display "Data da sessao (dd/mm/aaaa; vazio cancela):"
           accept ws-rv-data

           if ws-rv-data = space then
               display "Recurso cancelado."
           else
           if ws-rv-dd   is not numeric
           or ws-rv-mm   is not numeric
           or ws-rv-aaaa is not numeric then
               display "Data invalida: use dd/mm/aaaa."
           else
      *>        ______ sessao: um bloco de torneio do historico na data ______
               move zero to ws-rv-bloco
               perform ler-blocos-sessao

               if ws-rv-qtd-blocos = 0 then
                   display "Nenhum torneio no historico nessa data."
               else
                   if ws-rv-qtd-blocos = 1 then
                       move 1 to ws-rv-bloco
                   else
                       move space to ws-rv-bloco-x
                       display "Numero da sessao:"
                       accept ws-rv-bloco-x
                       if ws-rv-bloco-x not = space then
                           move function numval(ws-rv-bloco-x) to ws-rv-bloco
                       end-if
                   end-if

                   if ws-rv-bloco < 1
                   or ws-rv-bloco > ws-rv-qtd-blocos then
                       display "Sessao invalida: recurso cancelado."
                   else
                       perform ler-blocos-sessao
                       perform julgar-recurso
                   end-if
               end-if
           end-if
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       recurso-resposta-exit.
           exit.

      *>________________________________________________________________________
      *>   Escolha da linha do jornal e a decisao, para a sessao carregada
      *>   em ws-rv-jog
      *>________________________________________________________________________
       julgar-recurso section.

           move zero to ws-rv-escolha
           perform listar-erros-sessao

           if ws-rv-qtd-cand = 0 then
               display "Nenhum erro julgado dos jogadores da sessao no jornal."
           else
               move space to ws-rv-escolha-x
               display "Linha do jornal contestada (vazio cancela):"
               accept ws-rv-escolha-x

               if ws-rv-escolha-x not = space then
                   move function numval(ws-rv-escolha-x) to ws-rv-escolha
                   perform listar-erros-sessao
               end-if

               if ws-rv-achou-linha not = "1" then
                   display "Linha fora da lista: recurso cancelado."
               else
                   perform verificar-recurso-julgado

                   if ws-rv-ja-julgado = "1" then
                       display "Essa linha ja tem decisao em recursosRespostasRel.txt."
                   else
                       display " "
                       display "Jogador : " ws-jl-nome
                       display "Item    : " ws-jl-estado
                       display "Resposta: " ws-jl-resposta
                       display "Tempo   : " ws-jl-segundos " s (modo " ws-jl-modo ")"
                       display " "

                       move space to ws-rv-decisao
                       display "Decisao: R = reverter (vale acerto), M = manter o erro"
                       accept ws-rv-decisao

                       move space to ws-rv-motivo
                       if ws-rv-decisao = "R" or ws-rv-decisao = "r"
                       or ws-rv-decisao = "M" or ws-rv-decisao = "m" then
                           display "Motivo da decisao:"
                           accept ws-rv-motivo
                       end-if

                       if ws-rv-motivo = space then
                           display "Decisao ou motivo nao informado: nada registrado."
                       else
                           if ws-rv-decisao = "R" or ws-rv-decisao = "r" then
                               perform pontuar-recurso
                               if ws-rv-ganho > 0 then
                                   perform reemitir-sessao
                               end-if
                               move "REVERTIDO" to ws-lrc-decisao
                           else
                               move zero        to ws-rv-ganho
                               move "MANTIDO"   to ws-lrc-decisao
                           end-if

                           perform gravar-recurso

                           move space to ws-la-acao
                           string "RECURSO "      delimited by size
                                  ws-lrc-decisao  delimited by size
                             into ws-la-acao
                           end-string
                           move space to ws-la-detalhe
                           string "SESSAO "                      delimited by size
                                  ws-rv-data                     delimited by size
                                  " JORNAL "                     delimited by size
                                  ws-rv-escolha                  delimited by size
                                  " "                            delimited by size
                                  function trim(ws-jl-nome)      delimited by size
                                  " +"                           delimited by size
                                  ws-rv-ganho                    delimited by size
                                  ": "                           delimited by size
                                  function trim(ws-rv-motivo)    delimited by size
                             into ws-la-detalhe
                           end-string
                           perform gravar-auditoria

                           if ws-lrc-decisao = "REVERTIDO" then
                               display "Recurso revertido: +" ws-rv-ganho
                                       " ponto(s); resultado da sessao reemitido."
                           else
                               display "Recurso registrado: erro mantido."
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       julgar-recurso-exit.
           exit.

      *>________________________________________________________________________
      *>   Percorre o historico atras dos blocos de torneio da data (uma
      *>   colocacao 01 abre o bloco, as linhas de jogador seguintes da
      *>   mesma data o continuam; linhas RV ja revisadas nao contam). Com
      *>   ws-rv-bloco zerado lista os blocos; senao carrega o escolhido,
      *>   com as linhas de rodada e de equipe que vem logo depois dele
      *>________________________________________________________________________
       ler-blocos-sessao section.

           move zero  to ws-rv-qtd-blocos
           move zero  to ws-rv-qtd-jog
           move zero  to ws-rv-linha-rel
           move space to ws-rv-em-bloco
           move space to ws-rv-anexo
           move zero  to ws-rv-qtd-rod
           move zero  to ws-rv-qtd-eq

           open input relatorioFinal
           if ws-fs-relFinal = 0 then
               perform until ws-fs-relFinal = 10
                   read relatorioFinal
                   if ws-fs-relFinal = 0 then
                       add 1 to ws-rv-linha-rel
                       move space to ws-liga-lido
                       unstring fd-relFinal delimited by ";"
                           into ws-ll-data
                                ws-ll-coloc
                                ws-ll-nome
                                ws-ll-pontos
                                ws-ll-modo
                                ws-ll-brutos
                       end-unstring

                       if  ws-ll-data    = ws-rv-data
                       and ws-ll-coloc  is numeric
                       and ws-ll-pontos is numeric
                       and ws-ll-nome   not = space then
                           if ws-ll-coloc = "01" or ws-rv-em-bloco = space then
                               add 1   to ws-rv-qtd-blocos
                               move "1" to ws-rv-em-bloco
                               move space to ws-rv-anexo
                               if ws-rv-bloco = 0 then
                                   display "Sessao " ws-rv-qtd-blocos
                                           ": vencedor " ws-ll-nome
                                           " (linha " ws-rv-linha-rel
                                           " do historico)"
                               end-if
                           end-if

                           if  ws-rv-bloco = ws-rv-qtd-blocos
                           and ws-rv-qtd-jog < 20 then
                               add 1 to ws-rv-qtd-jog
                               move ws-rv-qtd-jog   to ws-rv-ind
                               move ws-ll-nome      to ws-rvj-nome(ws-rv-ind)
                               move ws-ll-coloc     to ws-rvj-coloc(ws-rv-ind)
                               move ws-ll-coloc     to ws-rvj-coloc-nova(ws-rv-ind)
                               move ws-ll-pontos    to ws-rvj-pontos(ws-rv-ind)
                               move ws-ll-modo      to ws-rvj-modo(ws-rv-ind)
                               if ws-ll-brutos is numeric then
                                   move ws-ll-brutos to ws-rvj-brutos(ws-rv-ind)
                               else
                                   move ws-ll-pontos to ws-rvj-brutos(ws-rv-ind)
                               end-if
                               move ws-rv-linha-rel to ws-rvj-linha(ws-rv-ind)
                               move space           to ws-rvj-csv(ws-rv-ind)
                               move space           to ws-rvj-time(ws-rv-ind)
                               move zero            to ws-rvj-venc(ws-rv-ind)
                               move zero            to ws-rvj-rod-pontos(ws-rv-ind 1)
                               move zero            to ws-rvj-rod-pontos(ws-rv-ind 2)
                               move zero            to ws-rvj-rod-pontos(ws-rv-ind 3)
                               move "1"             to ws-rv-anexo
                           end-if
                       else
                           move space to ws-rv-em-bloco
      *>                    rodadas e equipes do bloco escolhido; uma linha
      *>                    RV (outro bloco ja revisado) encerra o anexo
                           if  ws-rv-anexo = "1"
                           and ws-ll-data  = ws-rv-data
                           and ws-ll-coloc not = "RV" then
                               perform ler-anexo-sessao
                           else
                               move space to ws-rv-anexo
                           end-if
                       end-if
                   end-if
               end-perform
               close relatorioFinal
           end-if

           .
       ler-blocos-sessao-exit.
           exit.

      *>________________________________________________________________________
      *>   Linha do historico logo depois do bloco escolhido: "R1".."R3"
      *>   guarda os pontos da rodada no jogador, "EQ" guarda o total da
      *>   equipe com a linha (para a marca RV); OBS e CH passam direto
      *>________________________________________________________________________
       ler-anexo-sessao section.

           move zero to ws-rv-rod
           if ws-ll-coloc = "R1" then
               move 1 to ws-rv-rod
           end-if
           if ws-ll-coloc = "R2" then
               move 2 to ws-rv-rod
           end-if
           if ws-ll-coloc = "R3" then
               move 3 to ws-rv-rod
           end-if

           if  ws-rv-rod > 0
           and ws-ll-pontos is numeric then
               if ws-rv-rod > ws-rv-qtd-rod then
                   move ws-rv-rod to ws-rv-qtd-rod
               end-if
               perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                   if ws-rvj-nome(ws-rv-ind) = ws-ll-nome then
                       move ws-ll-pontos to ws-rvj-rod-pontos(ws-rv-ind ws-rv-rod)
                   end-if
               end-perform
           end-if

           if ws-ll-coloc = "EQ" then
               move space to ws-rv-eq-coloc-x
               move space to ws-rv-eq-time-x
               move space to ws-rv-eq-pontos-x
               unstring fd-relFinal delimited by ";"
                   into ws-ll-data
                        ws-ll-coloc
                        ws-rv-eq-coloc-x
                        ws-rv-eq-time-x
                        ws-rv-eq-pontos-x
               end-unstring

               if  ws-rv-eq-pontos-x is numeric
               and ws-rv-qtd-eq < 20 then
                   add 1                to ws-rv-qtd-eq
                   move ws-rv-qtd-eq      to ws-rv-ind-eq
                   move ws-rv-eq-time-x   to ws-rve-time(ws-rv-ind-eq)
                   move ws-rv-eq-coloc-x  to ws-rve-coloc(ws-rv-ind-eq)
                   move ws-rv-eq-pontos-x to ws-rve-pontos(ws-rv-ind-eq)
                   move ws-rv-linha-rel   to ws-rve-linha(ws-rv-ind-eq)
                   move space             to ws-rve-csv(ws-rv-ind-eq)
               end-if
           end-if

           .
       ler-anexo-sessao-exit.
           exit.

      *>________________________________________________________________________
      *>   Erros julgados (acertou "N") da data para os jogadores da sessao,
      *>   fora treino e desempate, que nao valem ponto. Com ws-rv-escolha
      *>   zerado lista as linhas; senao deixa a linha escolhida desmontada
      *>   em ws-jornal-lido e liga ws-rv-achou-linha
      *>________________________________________________________________________
       listar-erros-sessao section.

           move zero  to ws-rv-qtd-cand
           move zero  to ws-rv-linha-jor
           move space to ws-rv-achou-linha

           open input jornalRespostas
           if ws-fs-jornal = 0 then
               perform until ws-fs-jornal = 10
                          or ws-rv-achou-linha = "1"
                   read jornalRespostas
                   if ws-fs-jornal = 0 then
                       add 1 to ws-rv-linha-jor
                       move space to ws-jornal-lido
                       unstring fd-jornal delimited by ";"
                           into ws-jl-data
                                ws-jl-hora
                                ws-jl-modo
                                ws-jl-nome
                                ws-jl-estado
                                ws-jl-resposta
                                ws-jl-acertou
                                ws-jl-segundos
                       end-unstring

                       move zero to ws-rv-ind-rec
                       if  ws-jl-data     = ws-rv-data
                       and ws-jl-acertou  = "N"
                       and ws-jl-modo not = "T"
                       and ws-jl-modo not = "D"
                       and ws-jl-segundos is numeric then
                           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                               if ws-rvj-nome(ws-rv-ind) = ws-jl-nome then
                                   move ws-rv-ind to ws-rv-ind-rec
                               end-if
                           end-perform
                       end-if

                       if ws-rv-ind-rec > 0 then
                           add 1 to ws-rv-qtd-cand
                           if ws-rv-escolha = 0 then
                               display ws-rv-linha-jor " " ws-jl-hora " "
                                       ws-jl-nome " " ws-jl-estado
                                       " -> " ws-jl-resposta
                           else
                               if ws-rv-linha-jor = ws-rv-escolha then
                                   move "1" to ws-rv-achou-linha
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close jornalRespostas
           end-if

           .
       listar-erros-sessao-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma linha do jornal tem uma decisao so: procura a linha (data da
      *>   sessao, numero e jogador) no arquivo de recursos
      *>________________________________________________________________________
       verificar-recurso-julgado section.

           move space to ws-rv-ja-julgado

           open input recursos
           if ws-fs-recurso = 0 then
               perform until ws-fs-recurso = 10
                   read recursos
                   if ws-fs-recurso = 0 then
                       move fd-recurso to ws-recurso-lido
                       if  ws-rcl-sessao       = ws-rv-data
                       and ws-rcl-linha-jornal = ws-rv-escolha
                       and ws-rcl-nome         = ws-jl-nome then
                           move "1" to ws-rv-ja-julgado
                       end-if
                   end-if
               end-perform
               close recursos
           end-if

           .
       verificar-recurso-julgado-exit.
           exit.

      *>________________________________________________________________________
      *>   Pontos do acerto revertido pelas regras de PONTUAR-RESPOSTA-CERTA:
      *>   iniciante so o bonus de rapida (1), demais 2 rapida / 1 normal,
      *>   vezes a nota de dificuldade do item no baralho corrente (item
      *>   fora do baralho corrente vale nota 1)
      *>________________________________________________________________________
       pontuar-recurso section.

           move ws-jl-segundos to ws-rv-segundos

           if ws-jl-modo = "I" then
               if ws-rv-segundos <= ws-limite-resposta-rapida then
                   move 1    to ws-rv-base
               else
                   move zero to ws-rv-base
               end-if
           else
               if ws-rv-segundos <= ws-limite-resposta-rapida then
                   move 2    to ws-rv-base
               else
                   move 1    to ws-rv-base
               end-if
           end-if

           move 1 to ws-rv-grade
           perform varying ws-rv-ind-est from 1 by 1 until ws-rv-ind-est > ws-qtd-itens
               if ws-estado(ws-rv-ind-est) = ws-jl-estado then
                   move ws-dificuldade(ws-rv-ind-est) to ws-rv-grade
               end-if
           end-perform

           compute ws-rv-ganho = ws-rv-base * ws-rv-grade

           .
       pontuar-recurso-exit.
           exit.

      *>________________________________________________________________________
      *>   Reemite a sessao com o acerto revertido: soma no jogador, refaz
      *>   as colocacoes (o mata-mata, de colocacao pela chave, fica como
      *>   estava; a partida melhor-de segue por rodadas vencidas, com os
      *>   pontos so desempatando, e o jornal nao diz a rodada da resposta,
      *>   entao as linhas R1..R3 ficam como foram gravadas), refaz os
      *>   totais de equipe, marca o bloco original como revisado e grava o
      *>   bloco corrigido no historico e no CSV, corrige o cadastro e
      *>   acerta o razao de premios das colocacoes e da equipe vencedora
      *>________________________________________________________________________
       reemitir-sessao section.

           move ws-rv-ind-rec to ws-rv-ind
           add ws-rv-ganho to ws-rvj-pontos(ws-rv-ind)
           add ws-rv-ganho to ws-rvj-brutos(ws-rv-ind)

      *>    equipe de cada jogador pelo cadastro, como na apuracao
           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
               move space                  to ws-rvj-time(ws-rv-ind)
               move ws-rvj-nome(ws-rv-ind) to fd-cadJog-nome
               read cadastroJogadores
               if ws-fs-cadJog = 0 then
                   move fd-cadJog-time     to ws-rvj-time(ws-rv-ind)
               end-if
           end-perform

      *>    totais de equipe gravados, na ordem gravada, mais o acerto na
      *>    equipe do jogador; reclassifica como APURAR-EQUIPES
           if ws-rv-qtd-eq > 0 then
               move ws-rv-qtd-eq to ws-qtd-equipes
               perform varying ws-ind-eq from 1 by 1 until ws-ind-eq > ws-qtd-equipes
                   move ws-rve-time(ws-ind-eq)   to ws-eq-time(ws-ind-eq)
                   move ws-rve-pontos(ws-ind-eq) to ws-eq-pontos(ws-ind-eq)
                   move zero                     to ws-eq-qtd-jog(ws-ind-eq)
                   perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                       if ws-rvj-time(ws-rv-ind) = ws-eq-time(ws-ind-eq) then
                           add 1 to ws-eq-qtd-jog(ws-ind-eq)
                       end-if
                   end-perform
                   if  ws-rvj-time(ws-rv-ind-rec) not = space
                   and ws-rvj-time(ws-rv-ind-rec) = ws-eq-time(ws-ind-eq) then
                       add ws-rv-ganho to ws-eq-pontos(ws-ind-eq)
                   end-if
               end-perform
               move ws-eq-time(1) to ws-rv-eq-venc-ant
               perform ordenar-equipes
           end-if

      *>    partida melhor-de: rodadas vencidas pelas linhas R1..R3, com a
      *>    regra da mini-classificacao (ponta unica e acima de zero)
           perform varying ws-rv-rod from 1 by 1 until ws-rv-rod > ws-rv-qtd-rod
               move zero to ws-rv-rod-melhor
               move zero to ws-rv-rod-qtd
               move zero to ws-rv-ind-venc
               perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                   if ws-rvj-rod-pontos(ws-rv-ind ws-rv-rod) > ws-rv-rod-melhor then
                       move ws-rvj-rod-pontos(ws-rv-ind ws-rv-rod) to ws-rv-rod-melhor
                       move ws-rv-ind                              to ws-rv-ind-venc
                       move 1                                      to ws-rv-rod-qtd
                   else
                       if ws-rvj-rod-pontos(ws-rv-ind ws-rv-rod) = ws-rv-rod-melhor then
                           add 1 to ws-rv-rod-qtd
                       end-if
                   end-if
               end-perform
               if  ws-rv-rod-qtd   = 1
               and ws-rv-rod-melhor > 0 then
                   add 1 to ws-rvj-venc(ws-rv-ind-venc)
               end-if
           end-perform

      *>    colocacao sequencial 01, 02, 03... e torneio comum; qualquer
      *>    outra (empates da chave) e mata-mata
           move space to ws-rv-coloc-fixa
           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
               if ws-rvj-coloc(ws-rv-ind) not = ws-rv-ind then
                   move "1" to ws-rv-coloc-fixa
               end-if
           end-perform

           if ws-rv-coloc-fixa = space then
               set trocou  to true
               perform until nao_trocou
                   move 1           to     ws-rv-ind
                   set nao_trocou   to true
                   perform until ws-rv-ind >= ws-rv-qtd-jog
                       if (ws-rv-qtd-rod = 0
                           and ws-rvj-pontos(ws-rv-ind) < ws-rvj-pontos(ws-rv-ind + 1))
                       or (ws-rv-qtd-rod > 0
                           and (ws-rvj-venc(ws-rv-ind) < ws-rvj-venc(ws-rv-ind + 1)
                                or (ws-rvj-venc(ws-rv-ind) = ws-rvj-venc(ws-rv-ind + 1)
                                    and ws-rvj-brutos(ws-rv-ind) <
                                        ws-rvj-brutos(ws-rv-ind + 1)))) then
      *>                    FAZ TROCA...
                           move ws-rv-jog(ws-rv-ind + 1)  to  ws-rv-jog-aux
                           move ws-rv-jog(ws-rv-ind)      to  ws-rv-jog(ws-rv-ind + 1)
                           move ws-rv-jog-aux             to  ws-rv-jog(ws-rv-ind)
                           set trocou         to  true
                       end-if
                       add  1   to ws-rv-ind
                   end-perform
               end-perform

               perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                   move ws-rv-ind to ws-rvj-coloc-nova(ws-rv-ind)
               end-perform
           end-if

           perform reemitir-historico
           perform reemitir-csv

      *>    ______ cadastro: o acerto soma no placar vitalicio ______
           move ws-jl-nome to fd-cadJog-nome
           read cadastroJogadores
           if ws-fs-cadJog = 0 then
               add ws-rv-ganho to fd-cadJog-pontos
               rewrite fd-cadJog
               if ws-fs-cadJog <> 0 then
                   move "49"                                  to ws-msn-erro-ofsset
                   move ws-fs-cadJog                          to ws-msn-erro-cod
                   move "Erro ao regravar cadastroJogadores " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform carregar-cadastro-tabela
           end-if

      *>    ______ razao: estorna o vale da colocacao perdida e credita o
      *>    da colocacao ganha, pelas regras vigentes ______
           perform carregar-regras-premios
           if ws-regras-carregadas = "1" then
               perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                   if ws-rvj-coloc-nova(ws-rv-ind) not = ws-rvj-coloc(ws-rv-ind) then
                       perform acertar-premio-recurso
                   end-if
               end-perform

      *>        a equipe vencedora mudou: estorna o vale EQ dos integrantes
      *>        da antiga e credita o dos integrantes da nova
               if  ws-rv-qtd-eq > 0
               and ws-eq-time(1) not = ws-rv-eq-venc-ant then
                   perform acertar-premio-equipe-recurso
               end-if
           end-if

           .
       reemitir-sessao-exit.
           exit.

      *>________________________________________________________________________
      *>   Vale EQ estornado (E) de quem jogou pela antiga equipe vencedora
      *>   e creditado (C) a quem jogou pela nova, pelo modo de cada um
      *>________________________________________________________________________
       acertar-premio-equipe-recurso section.

           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
               if ws-rvj-modo(ws-rv-ind) = "I" then
                   move 2 to ws-ind-pm
               else
                   move 1 to ws-ind-pm
               end-if
               move ws-pr-regra-valor(4 ws-ind-pm) to ws-pr-valor

               if  ws-pr-valor > 0
               and ws-rvj-time(ws-rv-ind) not = space then
                   if ws-rvj-time(ws-rv-ind) = ws-rv-eq-venc-ant then
                       move "E"                     to ws-lz-tipo
                       move ws-rvj-nome(ws-rv-ind)  to ws-lz-nome
                       move space                   to ws-lz-ref
                       string "ESTORNO EQUIPE "               delimited by size
                              function trim(ws-rv-eq-venc-ant) delimited by size
                         into ws-lz-ref
                       end-string
                       perform gravar-razao
                   end-if

                   if ws-rvj-time(ws-rv-ind) = ws-eq-time(1) then
                       move "C"                     to ws-lz-tipo
                       move ws-rvj-nome(ws-rv-ind)  to ws-lz-nome
                       move space                   to ws-lz-ref
                       string "RECURSO EQUIPE "               delimited by size
                              function trim(ws-eq-time(1))    delimited by size
                         into ws-lz-ref
                       end-string
                       perform gravar-razao
                   end-if
               end-if
           end-perform

           .
       acertar-premio-equipe-recurso-exit.
           exit.

      *>________________________________________________________________________
      *>   Vale da colocacao antiga estornado (E) e o da nova creditado (C)
      *>   para o jogador ws-rv-ind do bloco reemitido
      *>________________________________________________________________________
       acertar-premio-recurso section.

           if ws-rvj-modo(ws-rv-ind) = "I" then
               move 2 to ws-ind-pm
           else
               move 1 to ws-ind-pm
           end-if

           move zero to ws-rv-valor-ant
           move zero to ws-rv-valor-novo
           if  ws-rvj-coloc(ws-rv-ind) >= 1
           and ws-rvj-coloc(ws-rv-ind) <= 3 then
               move ws-rvj-coloc(ws-rv-ind) to ws-ind-pr
               move ws-pr-regra-valor(ws-ind-pr ws-ind-pm) to ws-rv-valor-ant
           end-if
           if  ws-rvj-coloc-nova(ws-rv-ind) >= 1
           and ws-rvj-coloc-nova(ws-rv-ind) <= 3 then
               move ws-rvj-coloc-nova(ws-rv-ind) to ws-ind-pr
               move ws-pr-regra-valor(ws-ind-pr ws-ind-pm) to ws-rv-valor-novo
           end-if

           if ws-rv-valor-ant > 0 then
               move "E"                     to ws-lz-tipo
               move ws-rvj-nome(ws-rv-ind)  to ws-lz-nome
               move space                   to ws-lz-ref
               string "RECURSO "                 delimited by size
                      ws-rv-data                 delimited by size
                      " ESTORNO COLOCACAO "      delimited by size
                      ws-rvj-coloc(ws-rv-ind)    delimited by size
                 into ws-lz-ref
               end-string
               move ws-rv-valor-ant         to ws-pr-valor
               perform gravar-razao
           end-if

           if ws-rv-valor-novo > 0 then
               move "C"                     to ws-lz-tipo
               move ws-rvj-nome(ws-rv-ind)  to ws-lz-nome
               move space                   to ws-lz-ref
               string "RECURSO "                  delimited by size
                      ws-rv-data                  delimited by size
                      " COLOCACAO "               delimited by size
                      ws-rvj-coloc-nova(ws-rv-ind) delimited by size
                 into ws-lz-ref
               end-string
               move ws-rv-valor-novo        to ws-pr-valor
               perform gravar-razao
           end-if

           .
       acertar-premio-recurso-exit.
           exit.

      *>________________________________________________________________________
      *>   Historico: as linhas do bloco original ganham "RV" no lugar da
      *>   colocacao (ficam legiveis, mas fora da liga e da reconciliacao)
      *>   e o bloco corrigido vai para o fim, com a nota do recurso
      *>________________________________________________________________________
       reemitir-historico section.

           open input relatorioFinal
           if ws-fs-relFinal <> 0 then
               move "50"                                 to ws-msn-erro-ofsset
               move ws-fs-relFinal                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioFinal  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arquivoTmp
           if ws-fs-tmp <> 0 then
               move "24"                                 to ws-msn-erro-ofsset
               move ws-fs-tmp                            to ws-msn-erro-cod
               move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-rv-linha-rel
           perform until ws-fs-relFinal = 10
               read relatorioFinal
               if ws-fs-relFinal = 0 then
                   add 1 to ws-rv-linha-rel
                   move fd-relFinal to ws-rv-linha-hist
                   perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                       if ws-rvj-linha(ws-rv-ind) = ws-rv-linha-rel then
                           move "RV" to ws-rv-coloc-hist
                       end-if
                   end-perform
                   perform varying ws-rv-ind-eq from 1 by 1 until ws-rv-ind-eq > ws-rv-qtd-eq
                       if ws-rve-linha(ws-rv-ind-eq) = ws-rv-linha-rel then
                           move "RV" to ws-rv-coloc-hist
                       end-if
                   end-perform
                   move ws-rv-linha-hist to fd-tmp
                   write fd-tmp
               end-if
           end-perform

           close relatorioFinal
           close arquivoTmp

           open input  arquivoTmp
           if ws-fs-tmp <> 0 then
               move "24"                                 to ws-msn-erro-ofsset
               move ws-fs-tmp                            to ws-msn-erro-cod
               move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output relatorioFinal
           if ws-fs-relFinal <> 0 then
               move "51"                                 to ws-msn-erro-ofsset
               move ws-fs-relFinal                       to ws-msn-erro-cod
               move "Erro ao reescrever relatorioFinal  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-tmp = 10
               read arquivoTmp
               if ws-fs-tmp = 0 then
                   move fd-tmp to fd-relFinal
                   write fd-relFinal
               end-if
           end-perform
           close arquivoTmp

      *>    bloco corrigido, na ordem nova
           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
               move ws-rv-dd                     to ws-lrf-dd
               move ws-rv-mm                     to ws-lrf-mm
               move ws-rv-aaaa                   to ws-lrf-aaaa
               move ws-rvj-coloc-nova(ws-rv-ind) to ws-lrf-colocacao
               move ws-rvj-nome(ws-rv-ind)       to ws-lrf-nome
               move ws-rvj-pontos(ws-rv-ind)     to ws-lrf-pontos
               move ws-rvj-modo(ws-rv-ind)       to ws-lrf-modo
               move ws-rvj-brutos(ws-rv-ind)     to ws-lrf-pontos-brutos
               move ws-linha-relFinal            to fd-relFinal
               write fd-relFinal
           end-perform

      *>    rodadas da partida, como gravadas, para o bloco corrigido
      *>    continuar sendo uma partida melhor-de num proximo recurso
           move ws-rv-dd   to ws-lrfr-dd
           move ws-rv-mm   to ws-lrfr-mm
           move ws-rv-aaaa to ws-lrfr-aaaa
           perform varying ws-rv-rod from 1 by 1 until ws-rv-rod > ws-rv-qtd-rod
               move ws-rv-rod to ws-lrfr-rodada
               perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                   move ws-rvj-nome(ws-rv-ind)                 to ws-lrfr-nome
                   move ws-rvj-rod-pontos(ws-rv-ind ws-rv-rod) to ws-lrfr-pontos
                   move ws-linha-relFinal-rod                  to fd-relFinal
                   write fd-relFinal
               end-perform
           end-perform

      *>    totais de equipe refeitos
           move ws-rv-dd   to ws-lrfe-dd
           move ws-rv-mm   to ws-lrfe-mm
           move ws-rv-aaaa to ws-lrfe-aaaa
           perform varying ws-ind-eq from 1 by 1 until ws-ind-eq > ws-rv-qtd-eq
               move ws-ind-eq                to ws-lrfe-coloc
               move ws-eq-time(ws-ind-eq)    to ws-lrfe-time
               move ws-eq-pontos(ws-ind-eq)  to ws-lrfe-pontos
               move ws-linha-relFinal-eq     to fd-relFinal
               write fd-relFinal
           end-perform

           move ws-rv-dd   to ws-lrfo-dd
           move ws-rv-mm   to ws-lrfo-mm
           move ws-rv-aaaa to ws-lrfo-aaaa
           move space      to ws-lrfo-texto
           string "RETIFICADO POR RECURSO: "      delimited by size
                  function trim(ws-jl-nome)       delimited by size
                  " +"                            delimited by size
                  ws-rv-ganho                     delimited by size
                  " ("                            delimited by size
                  function trim(ws-jl-estado)     delimited by size
                  ", JORNAL "                     delimited by size
                  ws-rv-escolha                   delimited by size
                  ")"                             delimited by size
             into ws-lrfo-texto
           end-string
           move ws-linha-relFinal-obs to fd-relFinal
           write fd-relFinal

           close relatorioFinal

           .
       reemitir-historico-exit.
           exit.

      *>________________________________________________________________________
      *>   CSV da premiacao: as linhas do bloco original (mesma data, nome e
      *>   colocacao) ganham "RV" na colocacao e o bloco corrigido
      *>   vai para o fim, no formato de GRAVAR-RELATORIO-FINAL
      *>________________________________________________________________________
       reemitir-csv section.

           move zero to ws-rv-qtd-csv

           open input relatorioFinalCsv
           if ws-fs-relFinalCsv = 0 then
               open output arquivoTmp
               if ws-fs-tmp <> 0 then
                   move "24"                                 to ws-msn-erro-ofsset
                   move ws-fs-tmp                            to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-relFinalCsv = 10
                   read relatorioFinalCsv
                   if ws-fs-relFinalCsv = 0 then
                       move space to ws-csv-lido
                       unstring fd-relFinalCsv delimited by ","
                           into ws-cl-data
                                ws-cl-nome
                                ws-cl-pontos
                                ws-cl-coloc
                                ws-cl-modo
                                ws-cl-ajust
                       end-unstring

                       move zero to ws-rv-ind-csv
                       if ws-cl-data = ws-rv-data then
                           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
                               if  ws-rvj-csv(ws-rv-ind) = space
                               and ws-rv-ind-csv = 0
                               and ws-cl-nome  = ws-rvj-nome(ws-rv-ind)
                               and ws-cl-coloc = ws-rvj-coloc(ws-rv-ind) then
                                   move ws-rv-ind to ws-rv-ind-csv
                               end-if
                           end-perform
                       end-if

      *>                total de equipe do bloco: a colocacao da equipe
      *>                (ultima coluna) ganha "RV"
                       move zero to ws-rv-ind-eq
                       if  ws-cl-data = ws-rv-data
                       and ws-cl-nome = "EQUIPE" then
                           move space to ws-rv-eq-tipo-x
                           move space to ws-rv-eq-time-x
                           move space to ws-rv-eq-pontos-x
                           move space to ws-rv-eq-coloc-x
                           unstring fd-relFinalCsv delimited by ","
                               into ws-cl-data
                                    ws-rv-eq-tipo-x
                                    ws-rv-eq-time-x
                                    ws-rv-eq-pontos-x
                                    ws-rv-eq-coloc-x
                           end-unstring
                           perform varying ws-ind-busca from 1 by 1
                                      until ws-ind-busca > ws-rv-qtd-eq
                               if  ws-rve-csv(ws-ind-busca)   = space
                               and ws-rv-ind-eq = 0
                               and ws-rve-time(ws-ind-busca)  = ws-rv-eq-time-x
                               and ws-rve-coloc(ws-ind-busca) = ws-rv-eq-coloc-x then
                                   move ws-ind-busca to ws-rv-ind-eq
                               end-if
                           end-perform
                       end-if

                       if ws-rv-ind-eq > 0 then
                           move "1" to ws-rve-csv(ws-rv-ind-eq)
                           move space to fd-tmp
                           string ws-cl-data                      delimited by size
                                  ",EQUIPE,"                      delimited by size
                                  function trim(ws-rv-eq-time-x)  delimited by size
                                  ","                             delimited by size
                                  ws-rv-eq-pontos-x               delimited by size
                                  ",RV"                           delimited by size
                             into fd-tmp
                           end-string
                       end-if

                       if ws-rv-ind-csv > 0 then
                           move "1" to ws-rvj-csv(ws-rv-ind-csv)
                           add 1    to ws-rv-qtd-csv
                           move space to fd-tmp
                           if ws-cl-ajust = space then
                               string ws-cl-data                   delimited by size
                                      ","                          delimited by size
                                      function trim(ws-cl-nome)    delimited by size
                                      ","                          delimited by size
                                      ws-cl-pontos                 delimited by size
                                      ",RV,"                       delimited by size
                                      ws-cl-modo                   delimited by size
                                 into fd-tmp
                               end-string
                           else
                               string ws-cl-data                   delimited by size
                                      ","                          delimited by size
                                      function trim(ws-cl-nome)    delimited by size
                                      ","                          delimited by size
                                      ws-cl-pontos                 delimited by size
                                      ",RV,"                       delimited by size
                                      ws-cl-modo                   delimited by size
                                      ","                          delimited by size
                                      ws-cl-ajust                  delimited by size
                                 into fd-tmp
                               end-string
                           end-if
                       else
                           if ws-rv-ind-eq = 0 then
                               move fd-relFinalCsv to fd-tmp
                           end-if
                       end-if
                       write fd-tmp
                   end-if
               end-perform

               close relatorioFinalCsv
               close arquivoTmp

               open input  arquivoTmp
               if ws-fs-tmp <> 0 then
                   move "24"                                 to ws-msn-erro-ofsset
                   move ws-fs-tmp                            to ws-msn-erro-cod
                   move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output relatorioFinalCsv
               if ws-fs-relFinalCsv <> 0 then
                   move "27"                                 to ws-msn-erro-ofsset
                   move ws-fs-relFinalCsv                    to ws-msn-erro-cod
                   move "Erro ao reescrever o CSV           " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-tmp = 10
                   read arquivoTmp
                   if ws-fs-tmp = 0 then
                       move fd-tmp to fd-relFinalCsv
                       write fd-relFinalCsv
                   end-if
               end-perform
               close arquivoTmp
           else
               open output relatorioFinalCsv
               if ws-fs-relFinalCsv <> 0 then
                   move "27"                                 to ws-msn-erro-ofsset
                   move ws-fs-relFinalCsv                    to ws-msn-erro-cod
                   move "Erro ao reescrever o CSV           " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform varying ws-rv-ind from 1 by 1 until ws-rv-ind > ws-rv-qtd-jog
               move space to fd-relFinalCsv
               string ws-rv-data                             delimited by size
                      ","                                    delimited by size
                      function trim(ws-rvj-nome(ws-rv-ind))  delimited by size
                      ","                                    delimited by size
                      ws-rvj-brutos(ws-rv-ind)               delimited by size
                      ","                                    delimited by size
                      ws-rvj-coloc-nova(ws-rv-ind)           delimited by size
                      ","                                    delimited by size
                      ws-rvj-modo(ws-rv-ind)                 delimited by size
                      ","                                    delimited by size
                      ws-rvj-pontos(ws-rv-ind)               delimited by size
                 into fd-relFinalCsv
               end-string
               write fd-relFinalCsv
           end-perform

           perform varying ws-ind-eq from 1 by 1 until ws-ind-eq > ws-rv-qtd-eq
               move space to fd-relFinalCsv
               string ws-rv-data                             delimited by size
                      ",EQUIPE,"                             delimited by size
                      function trim(ws-eq-time(ws-ind-eq))   delimited by size
                      ","                                    delimited by size
                      ws-eq-pontos(ws-ind-eq)                delimited by size
                      ","                                    delimited by size
                      ws-ind-eq                              delimited by size
                 into fd-relFinalCsv
               end-string
               write fd-relFinalCsv
           end-perform

           close relatorioFinalCsv

           .
       reemitir-csv-exit.
           exit.

      *>________________________________________________________________________
      *>   Acrescenta a decisao ao arquivo de recursos
      *>________________________________________________________________________
       gravar-recurso section.

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-audit from time

           move ws-data-hoje-dd    to ws-lrc-dd
           move ws-data-hoje-mm    to ws-lrc-mm
           move ws-data-hoje-aaaa  to ws-lrc-aaaa
           move ws-ha-hh           to ws-lrc-hh
           move ws-ha-mm           to ws-lrc-min
           move ws-ha-ss           to ws-lrc-ss
           move ws-operador        to ws-lrc-operador
           move ws-rv-data         to ws-lrc-sessao
           move ws-rv-escolha      to ws-lrc-linha-jornal
           move ws-jl-nome         to ws-lrc-nome
           move ws-jl-estado       to ws-lrc-estado
           move ws-jl-resposta     to ws-lrc-resposta
           move ws-rv-ganho        to ws-lrc-pontos
           move ws-rv-motivo       to ws-lrc-motivo

           open extend recursos
           if ws-fs-recurso = 35 then
               open output recursos
           end-if

           if ws-fs-recurso <> 0 then
               move "52"                                 to ws-msn-erro-ofsset
               move ws-fs-recurso                        to ws-msn-erro-cod
               move "Erro ao gravar arq. recursos       " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-recurso to fd-recurso
           write fd-recurso
           close recursos

           .
       gravar-recurso-exit.
           exit.

      *>________________________________________________________________________
      *>   Execucao noturna: roda os passos do arquivo de controle em ordem,
      *>   sem tela e sem operador. Um passo que falha encerra a execucao
      *>   com codigo de retorno 16; a proxima execucao retoma do passo que
      *>   falhou (e, na manutencao, da fase que falhou), sem repetir as
      *>   copias de geracao nem o arquivamento ja feitos; so no mesmo dia:
      *>   o ponto de reinicio de uma data anterior e ignorado
      *>________________________________________________________________________
       execucao-noturna section.

           move zero to ws-nt-rc
           move zero to ws-nt-passo
           move zero to ws-nt-qtd-ok
           move zero to ws-nt-qtd-pulados
           move zero to ws-nt-fase-feita
           move 1    to ws-nt-inicio
           move space to ws-nt-reinicio-vencido

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-lri-data

      *>    ______ ponto de reinicio de uma execucao que nao terminou ______
           open input reinicioNoturno
           if ws-fs-reinicio = 0 then
               read reinicioNoturno
               if ws-fs-reinicio = 0 then
                   move fd-reinicio to ws-reinicio-lido
                   if  ws-rli-situacao = "A"
                   and ws-rli-passo is numeric
                   and ws-rli-fase  is numeric then
                       if ws-rli-data = ws-data-hoje then
                           move ws-rli-passo to ws-nt-inicio
                           add 1             to ws-nt-inicio
                           move ws-rli-fase  to ws-nt-fase-feita
                       else
                           move "1" to ws-nt-reinicio-vencido
                       end-if
                   end-if
               end-if
               close reinicioNoturno
           end-if

           move zero         to ws-ln-passo
           move "EXECUCAO"   to ws-ln-nome
           move "INICIO"     to ws-ln-evento
           move space        to ws-ln-resultado
           move space        to ws-ln-detalhe
           if ws-nt-inicio > 1 or ws-nt-fase-feita > 0 then
               string "REINICIO NO PASSO "     delimited by size
                      ws-nt-inicio             delimited by size
                      " (FASE JA FEITA "       delimited by size
                      ws-nt-fase-feita         delimited by size
                      ")"                      delimited by size
                 into ws-ln-detalhe
               end-string
           else
               if ws-nt-reinicio-vencido = "1" then
                   string "EXECUCAO NOVA (PONTO DE REINICIO DE "  delimited by size
                          ws-rli-data                             delimited by size
                          " DESCARTADO)"                          delimited by size
                     into ws-ln-detalhe
                   end-string
               else
                   move "EXECUCAO NOVA" to ws-ln-detalhe
               end-if
           end-if
           perform gravar-log-noturno

           move "EXECUCAO NOTURNA" to ws-la-acao
           move ws-ln-detalhe      to ws-la-detalhe
           perform gravar-auditoria

           open input controleNoturno
           if ws-fs-ctlNot <> 0 then
               move 16           to ws-nt-rc
               move zero         to ws-ln-passo
               move "EXECUCAO"   to ws-ln-nome
               move "FIM"        to ws-ln-evento
               move "ERRO"       to ws-ln-resultado
               move space        to ws-ln-detalhe
               string "SEM ARQUIVO DE CONTROLE controleNoturnoRel.txt (STATUS " delimited by size
                      ws-fs-ctlNot                                             delimited by size
                      ")"                                                      delimited by size
                 into ws-ln-detalhe
               end-string
               perform gravar-log-noturno
           else
               move space to ws-nt-fim-ctl
               perform until ws-nt-fim-ctl = "1"
                   read controleNoturno
                   if ws-fs-ctlNot = 0 then
                       move fd-ctlNot to ws-nt-ctl-lido
                       if  fd-ctlNot not = space
                       and ws-nt-ctl-marca not = "*" then
                           add 1 to ws-nt-passo
                           move space to ws-nt-nome
                           move space to ws-nt-param
                           unstring fd-ctlNot delimited by ";"
                               into ws-nt-nome
                                    ws-nt-param
                           end-unstring

                           if ws-nt-passo < ws-nt-inicio then
                               add 1 to ws-nt-qtd-pulados
                               move ws-nt-passo  to ws-ln-passo
                               move ws-nt-nome   to ws-ln-nome
                               move "PULADO"     to ws-ln-evento
                               move "OK"         to ws-ln-resultado
                               move "JA CONCLUIDO NA EXECUCAO ANTERIOR" to ws-ln-detalhe
                               perform gravar-log-noturno
                           else
                               perform executar-passo-noturno
                               if ws-nt-rc > 0 then
                                   move "1" to ws-nt-fim-ctl
                               end-if
                           end-if
                       end-if
                   else
                       move "1" to ws-nt-fim-ctl
                       if ws-fs-ctlNot <> 10 then
                           move 16           to ws-nt-rc
                           move zero         to ws-ln-passo
                           move "EXECUCAO"   to ws-ln-nome
                           move "FIM"        to ws-ln-evento
                           move "ERRO"       to ws-ln-resultado
                           move space        to ws-ln-detalhe
                           string "ERRO AO LER O ARQUIVO DE CONTROLE (STATUS " delimited by size
                                  ws-fs-ctlNot                                 delimited by size
                                  ")"                                          delimited by size
                             into ws-ln-detalhe
                           end-string
                           perform gravar-log-noturno
                       end-if
                   end-if
               end-perform
               close controleNoturno
           end-if

      *>    execucao completa: o proximo start comeca do primeiro passo
           if ws-nt-rc = 0 then
               move "C"          to ws-lri-situacao
               move ws-nt-passo  to ws-lri-passo
               move zero         to ws-lri-fase
               perform gravar-reinicio-noturno
           end-if

           move zero         to ws-ln-passo
           move "EXECUCAO"   to ws-ln-nome
           move "FIM"        to ws-ln-evento
           if ws-nt-rc = 0 then
               move "OK"     to ws-ln-resultado
           else
               move "ERRO"   to ws-ln-resultado
           end-if
           move space        to ws-ln-detalhe
           string "PASSOS CONCLUIDOS "   delimited by size
                  ws-nt-qtd-ok           delimited by size
                  ", PULADOS "           delimited by size
                  ws-nt-qtd-pulados      delimited by size
                  ", CODIGO DE RETORNO " delimited by size
                  ws-nt-rc               delimited by size
             into ws-ln-detalhe
           end-string
           perform gravar-log-noturno

           move "EXECUCAO NOTURNA" to ws-la-acao
           move ws-ln-detalhe      to ws-la-detalhe
           perform gravar-auditoria

           .
       execucao-noturna-exit.
           exit.

      *>________________________________________________________________________
      *>   Um passo do controle (ws-nt-nome, ws-nt-param): registra o
      *>   inicio, roda a opcao do menu correspondente com o parametro no
      *>   lugar da resposta do operador e registra o fim; concluido, o
      *>   ponto de reinicio avanca para depois dele
      *>________________________________________________________________________
       executar-passo-noturno section.

           move ws-nt-passo  to ws-ln-passo
           move ws-nt-nome   to ws-ln-nome
           move "INICIO"     to ws-ln-evento
           move space        to ws-ln-resultado
           move ws-nt-param  to ws-ln-detalhe
           perform gravar-log-noturno

           move space to ws-nt-reconhecido
           move "1"   to ws-nt-param-ok

           if ws-nt-nome = "MANUTENCAO" then
               move "1" to ws-nt-reconhecido
               perform converter-corte-noturno
               if ws-nt-param-ok = "1" then
                   perform manutencao-arquivos
               end-if
           end-if

           if ws-nt-nome = "CALIBRAR" then
               move "1" to ws-nt-reconhecido
               if ws-nt-param not = space then
                   move function numval(ws-nt-param) to ws-baralho-escolhido
                   if  ws-baralho-escolhido >= 1
                   and ws-baralho-escolhido <= ws-qtd-baralhos then
                       if ws-baralho-escolhido <> ws-baralho-sel then
                           move ws-baralho-escolhido to ws-baralho-sel
                           perform carregar-baralho
                           perform reconciliar-estados
                       end-if
                   else
                       move ws-baralho-sel to ws-baralho-escolhido
                       move space          to ws-nt-param-ok
                   end-if
               end-if
               if ws-nt-param-ok = "1" then
                   perform calibrar-dificuldade
               end-if
           end-if

           if ws-nt-nome = "ESTATISTICAS" then
               move "1" to ws-nt-reconhecido
               perform relatorio-estatisticas
           end-if

           if ws-nt-nome = "LIGA-MENSAL" then
               move "1" to ws-nt-reconhecido
               perform liga-mensal
           end-if

           if ws-nt-nome = "LIGA-GERAL" then
               move "1" to ws-nt-reconhecido
               perform liga-geral
           end-if

           if ws-nt-nome = "HALL" then
               move "1" to ws-nt-reconhecido
               perform hall-da-fama
           end-if

           if ws-nt-nome = "PROGRESSO" then
               move "1" to ws-nt-reconhecido
               perform relatorio-progresso
           end-if

           if ws-nt-nome = "SUSPEITAS" then
               move "1" to ws-nt-reconhecido
               perform converter-corte-noturno
               if ws-nt-param-ok = "1" then
                   move ws-cutoff-x to ws-js-mes-x
                   perform revisao-jogo-suspeito
                   if ws-js-mes-ok not = "1" then
                       move space to ws-nt-param-ok
                   end-if
               end-if
           end-if

           if ws-nt-nome = "INATIVIDADE" then
               move "1" to ws-nt-reconhecido
               if ws-nt-param = space then
                   move ws-sit-meses-padrao to ws-sit-meses
               else
                   move function numval(ws-nt-param) to ws-sit-meses
               end-if
               if ws-sit-meses > 0 then
                   perform varrer-inatividade
               else
                   move space to ws-nt-param-ok
               end-if
           end-if

           move "FIM" to ws-ln-evento
           if ws-nt-reconhecido = space
           or ws-nt-param-ok    = space then
               move 16     to ws-nt-rc
               move "ERRO" to ws-ln-resultado
               if ws-nt-reconhecido = space then
                   move "PASSO DESCONHECIDO NO ARQUIVO DE CONTROLE" to ws-ln-detalhe
               else
                   move space to ws-ln-detalhe
                   string "PARAMETRO INVALIDO: "        delimited by size
                          ws-nt-param                   delimited by size
                     into ws-ln-detalhe
                   end-string
               end-if
           else
               move "OK"   to ws-ln-resultado
               move "CONCLUIDO" to ws-ln-detalhe
               add 1 to ws-nt-qtd-ok

               move "A"          to ws-lri-situacao
               move ws-nt-passo  to ws-lri-passo
               move zero         to ws-lri-fase
               move zero         to ws-nt-fase-feita
               perform gravar-reinicio-noturno
           end-if
           perform gravar-log-noturno

           .
       executar-passo-noturno-exit.
           exit.

      *>________________________________________________________________________
      *>   Corte do arquivamento do passo MANUTENCAO: vazio pula o
      *>   arquivamento, AAAAMM e o proprio corte e M-n e n meses antes do
      *>   mes corrente (M-3 guarda no vivo o mes corrente e os 2 anteriores)
      *>________________________________________________________________________
       converter-corte-noturno section.

           move space to ws-cutoff-x

           if ws-nt-param not = space then
               move space to ws-nt-pref
               move space to ws-nt-meses-x
               unstring ws-nt-param delimited by "-"
                   into ws-nt-pref
                        ws-nt-meses-x
               end-unstring

               if  (ws-nt-pref = "M" or ws-nt-pref = "m")
               and ws-nt-meses-x not = space then
                   move function numval(ws-nt-meses-x) to ws-nt-meses
                   if ws-nt-meses > 0 then
                       accept ws-data-hoje from date yyyymmdd
                       compute ws-nt-aaaamm = ws-data-hoje-aaaa * 12
                                            + ws-data-hoje-mm - 1
                                            - ws-nt-meses
                       divide ws-nt-aaaamm by 12
                           giving ws-nt-ano remainder ws-nt-mes-r
                       compute ws-nt-aaaamm = ws-nt-ano * 100 + ws-nt-mes-r + 1
                       move ws-nt-aaaamm to ws-cutoff-x
                   else
                       move space to ws-nt-param-ok
                   end-if
               else
                   move ws-nt-param to ws-cutoff-x
                   if  ws-cutoff-x is numeric
                   and function length(function trim(ws-nt-param)) = 6 then
                       continue
                   else
                       move space to ws-cutoff-x
                       move space to ws-nt-param-ok
                   end-if
               end-if
           end-if

           .
       converter-corte-noturno-exit.
           exit.

      *>________________________________________________________________________
      *>   Regrava o ponto de reinicio (ws-linha-reinicio); a fase e a parte
      *>   ja concluida do passo seguinte ao ultimo passo concluido
      *>________________________________________________________________________
       gravar-reinicio-noturno section.

           open output reinicioNoturno
           if ws-fs-reinicio <> 0 then
               move "53"                                 to ws-msn-erro-ofsset
               move ws-fs-reinicio                       to ws-msn-erro-cod
               move "Erro ao gravar arq. reinicioNoturno" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-reinicio to fd-reinicio
           write fd-reinicio
           close reinicioNoturno

           .
       gravar-reinicio-noturno-exit.
           exit.

      *>________________________________________________________________________
      *>   Acrescenta ws-linha-noturno ao log da execucao, com data e hora;
      *>   como a auditoria, uma falha aqui so e avisada (o log tambem e
      *>   gravado pela finalizacao anormal)
      *>________________________________________________________________________
       gravar-log-noturno section.

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-audit from time

           move ws-data-hoje-dd   to ws-ln-dd
           move ws-data-hoje-mm   to ws-ln-mm
           move ws-data-hoje-aaaa to ws-ln-aaaa
           move ws-ha-hh          to ws-ln-hh
           move ws-ha-mm          to ws-ln-min
           move ws-ha-ss          to ws-ln-ss

           open extend logNoturno
           if ws-fs-logNot = 35 then
               open output logNoturno
           end-if

           if ws-fs-logNot = 0 then
               move ws-linha-noturno to fd-logNot
               write fd-logNot
               close logNoturno
           else
               display "Aviso: nao registrou o log noturno (status "
                       ws-fs-logNot ")"
           end-if

           display ws-linha-noturno

           .
       gravar-log-noturno-exit.
           exit.

      *>________________________________________________________________________
      *>   Checkpoint dentro do passo corrente: o ultimo passo concluido
      *>   continua sendo o anterior, e a fase ws-nt-fase-feita deste passo
      *>   nao se repete no reinicio
      *>________________________________________________________________________
       marcar-fase-noturna section.

           move "A"              to ws-lri-situacao
           compute ws-lri-passo = ws-nt-passo - 1
           move ws-nt-fase-feita to ws-lri-fase
           perform gravar-reinicio-noturno

           .
       marcar-fase-noturna-exit.
           exit.

      *>________________________________________________________________________
      *>   Importacao de baralho a partir de um arquivo "pergunta;resposta"
      *>   (exportado da planilha): confere o arquivo inteiro e so monta o
      *>   baralho (arquivo relativo, lista oficial, notas iniciais e linha
      *>   do catalogo) quando nenhuma linha foi rejeitada
      *>________________________________________________________________________
       importar-baralho section.

           display erase
           display "IMPORTACAO DE BARALHO (arquivo pergunta;resposta)"
           display " "

           move space to ws-arq-importa
           display "Arquivo a importar (vazio = importacaoBaralhoRel.txt):"
           accept ws-arq-importa
           if ws-arq-importa = space then
               move "importacaoBaralhoRel.txt" to ws-arq-importa
           end-if

           perform validar-importacao

           if ws-ib-aberto = space then
               display "Arquivo " function trim(ws-arq-importa)
                       " nao encontrado (status " ws-fs-importa ")."
           else
               display " "
               display "Linhas lidas: "    ws-ib-qtd-lidas
                       "  em branco: "     ws-ib-qtd-vazias
                       "  itens validos: " ws-ib-qtd-itens
                       "  rejeitadas: "    ws-ib-qtd-rejeitos

               if ws-ib-qtd-rejeitos > 0 then
                   display "Baralho NAO montado: corrija a planilha (rejeitos em"
                           " rejeitosImportacaoRel.txt) e importe de novo."

                   move "IMPORTA BARALHO"  to ws-la-acao
                   move space              to ws-la-detalhe
                   string "REJEITADA "                     delimited by size
                          function trim(ws-arq-importa)    delimited by size
                          ": LIDAS "                       delimited by size
                          ws-ib-qtd-lidas                  delimited by size
                          " REJEITADAS "                   delimited by size
                          ws-ib-qtd-rejeitos               delimited by size
                     into ws-la-detalhe
                   end-string
                   perform gravar-auditoria
               else
                   if ws-ib-qtd-itens = 0 then
                       display "Arquivo sem nenhum item: nada a montar."
                   else
                       perform escolher-destino-importacao
                   end-if
               end-if
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       importar-baralho-exit.
           exit.

      *>________________________________________________________________________
      *>   Le o arquivo a importar inteiro, guardando os itens aceitos em
      *>   ws-ib-itens e gravando cada linha recusada, com o motivo, no
      *>   arquivo de rejeitos (que e refeito a cada importacao)
      *>________________________________________________________________________
       validar-importacao section.

           move space to ws-ib-aberto
           move zero  to ws-ib-qtd-lidas
           move zero  to ws-ib-qtd-vazias
           move zero  to ws-ib-qtd-itens
           move zero  to ws-ib-qtd-rejeitos

           open input importaBaralho
           if ws-fs-importa = 0 then
               move "1" to ws-ib-aberto

               open output rejeitosImportacao
               if ws-fs-rejeito <> 0 then
                   move "54"                                 to ws-msn-erro-ofsset
                   move ws-fs-rejeito                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. de rejeitos    " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               accept ws-data-hoje from date yyyymmdd
               move ws-data-hoje-dd   to ws-dbr-dd
               move ws-data-hoje-mm   to ws-dbr-mm
               move ws-data-hoje-aaaa to ws-dbr-aaaa

               move space to fd-rejeito
               string "REJEITOS DA IMPORTACAO DE "      delimited by size
                      function trim(ws-arq-importa)     delimited by size
                      " EM "                            delimited by size
                      ws-data-barras                    delimited by size
                 into fd-rejeito
               end-string
               write fd-rejeito

               perform until ws-fs-importa <> 0
                   read importaBaralho
                   if ws-fs-importa = 0 then
                       add 1 to ws-ib-qtd-lidas
                       perform validar-linha-importacao
                   else
                       if ws-fs-importa <> 10 then
                           move "55"                                 to ws-msn-erro-ofsset
                           move ws-fs-importa                        to ws-msn-erro-cod
                           move "Erro ao ler arq. a importar        " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               if ws-ib-qtd-rejeitos = 0 then
                   move "NENHUMA LINHA REJEITADA" to fd-rejeito
                   write fd-rejeito
               end-if

               close rejeitosImportacao
               close importaBaralho
           end-if

           .
       validar-importacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Confere uma linha do arquivo a importar; vale o primeiro motivo
      *>   encontrado. Linha inteira em branco (comum no fim da planilha)
      *>   so e contada
      *>________________________________________________________________________
       validar-linha-importacao section.

      *>    o fim de linha da planilha pode trazer o CR do windows
           inspect fd-importa replacing all x"0D" by space

           if fd-importa = space then
               add 1 to ws-ib-qtd-vazias
           else
               move space to ws-ib-motivo
               move space to ws-ib-campos
               move zero  to ws-ib-qtd-sep

               inspect fd-importa tallying ws-ib-qtd-sep for all ";"
               unstring fd-importa delimited by ";"
                   into ws-ib-pergunta-l
                        ws-ib-resposta-l
                        ws-ib-sobra
               end-unstring

               move function trim(ws-ib-pergunta-l leading) to ws-ib-pergunta-l
               move function trim(ws-ib-resposta-l leading) to ws-ib-resposta-l

               if ws-ib-qtd-sep = 0 then
                   move "LINHA SEM O SEPARADOR ;" to ws-ib-motivo
               end-if

               if  ws-ib-motivo = space
               and ws-ib-sobra not = space then
                   move "MAIS DE DOIS CAMPOS NA LINHA" to ws-ib-motivo
               end-if

               if  ws-ib-motivo = space
               and ws-ib-pergunta-l = space then
                   move "PERGUNTA EM BRANCO" to ws-ib-motivo
               end-if

               if  ws-ib-motivo = space
               and ws-ib-resposta-l = space then
                   move "RESPOSTA EM BRANCO" to ws-ib-motivo
               end-if

               if  ws-ib-motivo = space
               and ws-ib-pergunta-exc not = space then
                   move "PERGUNTA COM MAIS DE 25 POSICOES" to ws-ib-motivo
               end-if

               if  ws-ib-motivo = space
               and ws-ib-resposta-exc not = space then
                   move "RESPOSTA COM MAIS DE 25 POSICOES" to ws-ib-motivo
               end-if

      *>        ______ repetidos: comparados sem acento e sem caixa ______
               if ws-ib-motivo = space then
                   move ws-ib-pergunta to ws-texto-norm
                   perform normalizar-texto-comparacao
                   move ws-texto-norm  to ws-ib-perg-norm

                   move ws-ib-resposta-item to ws-texto-norm
                   perform normalizar-texto-comparacao
                   move ws-texto-norm       to ws-ib-resp-norm

                   move zero to ws-ib-linha-dup
                   perform varying ws-ib-ind from 1 by 1
                              until ws-ib-ind > ws-ib-qtd-itens
                                 or ws-ib-linha-dup > 0
                       if ws-ib-it-perg-norm(ws-ib-ind) = ws-ib-perg-norm then
                           move ws-ib-it-linha(ws-ib-ind) to ws-ib-linha-dup
                           string "PERGUNTA REPETIDA (LINHA "   delimited by size
                                  ws-ib-linha-dup               delimited by size
                                  ")"                           delimited by size
                             into ws-ib-motivo
                           end-string
                       else
                           if ws-ib-it-resp-norm(ws-ib-ind) = ws-ib-resp-norm then
                               move ws-ib-it-linha(ws-ib-ind) to ws-ib-linha-dup
                               string "RESPOSTA REPETIDA (LINHA "   delimited by size
                                      ws-ib-linha-dup               delimited by size
                                      ")"                           delimited by size
                                 into ws-ib-motivo
                               end-string
                           end-if
                       end-if
                   end-perform
               end-if

               if  ws-ib-motivo = space
               and ws-ib-qtd-itens >= 50 then
                   move "ACIMA DO LIMITE DE 50 ITENS DO BARALHO" to ws-ib-motivo
               end-if

               if ws-ib-motivo = space then
                   add 1 to ws-ib-qtd-itens
                   move ws-ib-pergunta      to ws-ib-it-pergunta(ws-ib-qtd-itens)
                   move ws-ib-resposta-item to ws-ib-it-resposta(ws-ib-qtd-itens)
                   move ws-ib-qtd-lidas     to ws-ib-it-linha(ws-ib-qtd-itens)
                   move ws-ib-perg-norm     to ws-ib-it-perg-norm(ws-ib-qtd-itens)
                   move ws-ib-resp-norm     to ws-ib-it-resp-norm(ws-ib-qtd-itens)
               else
                   add 1 to ws-ib-qtd-rejeitos
                   move ws-ib-qtd-lidas to ws-lrj-linha
                   move ws-ib-motivo    to ws-lrj-motivo
                   move fd-importa      to ws-lrj-conteudo
                   move ws-linha-rejeito to fd-rejeito
                   write fd-rejeito

      *>            a tela mostra os primeiros; a lista inteira fica no arquivo
                   if ws-ib-qtd-rejeitos <= 15 then
                       display "Linha " ws-ib-qtd-lidas ": "
                               function trim(ws-ib-motivo)
                   else
                       if ws-ib-qtd-rejeitos = 16 then
                           display "(demais rejeitos so no arquivo)"
                       end-if
                   end-if
               end-if
           end-if

           .
       validar-linha-importacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Arquivo limpo: o operador escolhe se o baralho e novo (proxima
      *>   posicao do catalogo) ou substitui um baralho existente, e confirma
      *>________________________________________________________________________
       escolher-destino-importacao section.

           display " "
           display "Baralhos do catalogo:"
           perform varying ws-ib-ind from 1 by 1 until ws-ib-ind > ws-qtd-baralhos
               display "  " ws-ib-ind " - " ws-bar-titulo(ws-ib-ind)
                       " (" ws-bar-qtd(ws-ib-ind) " itens)"
           end-perform

           move space to ws-ib-baralho-x
           display "Numero do baralho a substituir (vazio = baralho novo):"
           accept ws-ib-baralho-x

           move space to ws-ib-novo
           move zero  to ws-ib-baralho
           if ws-ib-baralho-x = space then
               if ws-qtd-baralhos >= 9 then
                   display "Catalogo cheio (9 baralhos): substitua um existente."
               else
                   move "1" to ws-ib-novo
                   compute ws-ib-baralho = ws-qtd-baralhos + 1
               end-if
           else
               if ws-ib-baralho-x is numeric then
                   move ws-ib-baralho-x to ws-ib-baralho
               end-if
               if ws-ib-baralho < 1 or ws-ib-baralho > ws-qtd-baralhos then
                   move zero to ws-ib-baralho
                   display "Baralho invalido."
               end-if
           end-if

           if ws-ib-baralho > 0 then
               move space to ws-ib-titulo
               if ws-ib-novo = "1" then
                   perform until ws-ib-titulo not = space
                       display "Titulo do baralho novo:"
                       accept ws-ib-titulo
                   end-perform
               else
                   display "Titulo (vazio mantem "
                           function trim(ws-bar-titulo(ws-ib-baralho)) "):"
                   accept ws-ib-titulo
                   if ws-ib-titulo = space then
                       move ws-bar-titulo(ws-ib-baralho) to ws-ib-titulo
                   end-if
               end-if

               display " "
               if ws-ib-novo = "1" then
                   display "Montar o baralho " ws-ib-baralho " com "
                           ws-ib-qtd-itens " itens? (S/N)"
               else
                   display "Substituir o baralho " ws-ib-baralho " ("
                           function trim(ws-bar-titulo(ws-ib-baralho))
                           ") pelos " ws-ib-qtd-itens " itens? (S/N)"
               end-if
               move space to ws-ib-resposta
               accept ws-ib-resposta

               if ws-ib-resposta = "S" or ws-ib-resposta = "s" then
                   perform montar-baralho-importado
               else
                   display "Importacao cancelada: nada foi gravado."
               end-if
           end-if

           .
       escolher-destino-importacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Monta o baralho ws-ib-baralho com os itens conferidos: guarda a
      *>   versao anterior (substituicao), grava o arquivo relativo (itens a
      *>   partir da chave 11), a lista oficial (pergunta sem acento), as
      *>   notas iniciais (todas 1) e regrava o catalogo
      *>________________________________________________________________________
       montar-baralho-importado section.

           if ws-ib-novo = "1" then
               add 1 to ws-qtd-baralhos
               move space to ws-bar-arquivo(ws-ib-baralho)
               move space to ws-bar-oficial(ws-ib-baralho)
               string "baralhoB"        delimited by size
                      ws-ib-baralho     delimited by size
                      "Rel.txt"         delimited by size
                 into ws-bar-arquivo(ws-ib-baralho)
               end-string
               move space to ws-ib-copia
           else
               perform guardar-versao-baralho
           end-if

      *>    o baralho embutido nao tinha lista em arquivo: passa a ter
           if ws-bar-oficial(ws-ib-baralho) = space then
               string "oficialB"        delimited by size
                      ws-ib-baralho     delimited by size
                      "Rel.txt"         delimited by size
                 into ws-bar-oficial(ws-ib-baralho)
               end-string
           end-if

           move ws-ib-titulo     to ws-bar-titulo(ws-ib-baralho)
           move ws-ib-qtd-itens  to ws-bar-qtd(ws-ib-baralho)

      *>    ______ arquivo relativo do baralho ______
           move ws-bar-arquivo(ws-ib-baralho) to ws-arquivo-baralho
           open output arqEstados
           if ws-fs-arqEstados <> 0 then
               move "56"                                 to ws-msn-erro-ofsset
               move ws-fs-arqEstados                     to ws-msn-erro-cod
               move "Erro ao gravar arq. do baralho     " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ib-ind from 1 by 1 until ws-ib-ind > ws-ib-qtd-itens
               compute ws-rk-arqEstados = 10 + ws-ib-ind
               move ws-ib-it-pergunta(ws-ib-ind) to fd-estado
               move ws-ib-it-resposta(ws-ib-ind) to fd-capital
               write fd-estados
                   invalid key
                       move "57"                                 to ws-msn-erro-ofsset
                       move ws-fs-arqEstados                     to ws-msn-erro-cod
                       move "Erro ao gravar item do baralho     " to ws-msn-erro-text
                       perform finaliza-anormal
               end-write
           end-perform

           close arqEstados

      *>    ______ lista oficial: a pergunta sem acento, como a reconciliacao
      *>    compara ______
           move ws-bar-oficial(ws-ib-baralho) to ws-arquivo-oficial
           open output arqOficial
           if ws-fs-arqOficial <> 0 then
               move "58"                                 to ws-msn-erro-ofsset
               move ws-fs-arqOficial                     to ws-msn-erro-cod
               move "Erro ao gravar arq. lista oficial  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ib-ind from 1 by 1 until ws-ib-ind > ws-ib-qtd-itens
               move ws-ib-it-pergunta(ws-ib-ind) to ws-ib-oficial-item
               inspect ws-ib-oficial-item replacing
                   all x"E1" by "a"  all x"E0" by "a"  all x"E2" by "a"  all x"E3" by "a"
                   all x"E9" by "e"  all x"EA" by "e"
                   all x"ED" by "i"
                   all x"F3" by "o"  all x"F4" by "o"  all x"F5" by "o"
                   all x"FA" by "u"
                   all x"E7" by "c"
                   all x"C1" by "A"  all x"C0" by "A"  all x"C2" by "A"  all x"C3" by "A"
                   all x"C9" by "E"  all x"CA" by "E"
                   all x"CD" by "I"
                   all x"D3" by "O"  all x"D4" by "O"  all x"D5" by "O"
                   all x"DA" by "U"
                   all x"C7" by "C"
               move ws-ib-oficial-item to fd-arqOficial
               write fd-arqOficial
           end-perform

           close arqOficial

      *>    ______ notas iniciais: todo item vale 1 ate a primeira calibracao ______
           move space to ws-arquivo-dific
           string "dificuldadeB"      delimited by size
                  ws-ib-baralho       delimited by size
                  "Rel.txt"           delimited by size
             into ws-arquivo-dific
           end-string

           open output arqDificuldade
           if ws-fs-dific <> 0 then
               move "59"                                 to ws-msn-erro-ofsset
               move ws-fs-dific                          to ws-msn-erro-cod
               move "Erro ao gravar arq. de dificuldade " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ib-ind from 1 by 1 until ws-ib-ind > ws-ib-qtd-itens
               move space to fd-dific
               string function trim(ws-ib-it-pergunta(ws-ib-ind)) delimited by size
                      ";1"                                        delimited by size
                 into fd-dific
               end-string
               write fd-dific
           end-perform

           close arqDificuldade

           perform gravar-catalogo

           move "IMPORTA BARALHO"  to ws-la-acao
           move space              to ws-la-detalhe
           if ws-ib-novo = "1" then
               string "NOVO B"                             delimited by size
                      ws-ib-baralho                        delimited by size
                      " "                                  delimited by size
                      function trim(ws-ib-titulo)          delimited by size
                      ": "                                 delimited by size
                      ws-ib-qtd-itens                      delimited by size
                      " ITENS DE "                         delimited by size
                      function trim(ws-arq-importa)        delimited by size
                 into ws-la-detalhe
               end-string
           else
               string "SUBSTITUI B"                        delimited by size
                      ws-ib-baralho                        delimited by size
                      ": "                                 delimited by size
                      ws-ib-qtd-itens                      delimited by size
                      " ITENS DE "                         delimited by size
                      function trim(ws-arq-importa)        delimited by size
                      "; ANTERIOR EM "                     delimited by size
                      function trim(ws-ib-copia)           delimited by size
                 into ws-la-detalhe
               end-string
           end-if
           perform gravar-auditoria

           display "Baralho " ws-ib-baralho " gravado em "
                   function trim(ws-bar-arquivo(ws-ib-baralho)) "."
           if ws-ib-novo not = "1" then
               display "Versao anterior guardada em " function trim(ws-ib-copia)
                       " (lista oficial e notas com o mesmo sufixo)."
           end-if

      *>    o baralho da sessao volta para a memoria (pode ter sido o
      *>    substituido) e e reconciliado de novo, como na inicializacao
           perform carregar-catalogo
           perform carregar-baralho
           perform reconciliar-estados

           .
       montar-baralho-importado-exit.
           exit.

      *>________________________________________________________________________
      *>   Guarda o baralho ws-ib-baralho antes da substituicao, em copias
      *>   datadas: baralhoB<n>V<aaaammdd>Rel.txt (relativo), e a lista
      *>   oficial e as notas com o mesmo sufixo V<aaaammdd>
      *>________________________________________________________________________
       guardar-versao-baralho section.

           accept ws-data-hoje from date yyyymmdd

           move space to ws-ib-copia
           string "baralhoB"        delimited by size
                  ws-ib-baralho     delimited by size
                  "V"               delimited by size
                  ws-data-hoje      delimited by size
                  "Rel.txt"         delimited by size
             into ws-ib-copia
           end-string

      *>    ______ arquivo relativo, registro a registro pela mesma chave ______
           move ws-bar-arquivo(ws-ib-baralho) to ws-arquivo-baralho
           move ws-ib-copia                   to ws-arq-copia-bar

           open input arqEstados
           if ws-fs-arqEstados = 0 then
               open output baralhoCopia
               if ws-fs-bar-copia <> 0 then
                   move "60"                                 to ws-msn-erro-ofsset
                   move ws-fs-bar-copia                      to ws-msn-erro-cod
                   move "Erro ao gravar copia do baralho    " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEstados <> 0
                   read arqEstados next record
                   if ws-fs-arqEstados = 0 then
                       move ws-rk-arqEstados to ws-rk-copia
                       move fd-estados       to fd-bar-copia
                       write fd-bar-copia
                           invalid key
                               continue
                       end-write
                   end-if
               end-perform

               close baralhoCopia
               close arqEstados
           end-if

      *>    ______ lista oficial (o baralho embutido nao tem) ______
           if ws-bar-oficial(ws-ib-baralho) not = space then
               move ws-bar-oficial(ws-ib-baralho) to ws-arquivo-oficial
               move space to ws-arq-arc
               string "oficialB"        delimited by size
                      ws-ib-baralho     delimited by size
                      "V"               delimited by size
                      ws-data-hoje      delimited by size
                      "Rel.txt"         delimited by size
                 into ws-arq-arc
               end-string

               open input arqOficial
               if ws-fs-arqOficial = 0 then
                   perform abrir-copia-versao
                   perform until ws-fs-arqOficial <> 0
                       read arqOficial
                       if ws-fs-arqOficial = 0 then
                           move fd-arqOficial to fd-arc
                           write fd-arc
                       end-if
                   end-perform
                   close arquivoArc
                   close arqOficial
               end-if
           end-if

      *>    ______ notas de dificuldade ______
           move space to ws-arquivo-dific
           string "dificuldadeB"      delimited by size
                  ws-ib-baralho       delimited by size
                  "Rel.txt"           delimited by size
             into ws-arquivo-dific
           end-string
           move space to ws-arq-arc
           string "dificuldadeB"      delimited by size
                  ws-ib-baralho       delimited by size
                  "V"                 delimited by size
                  ws-data-hoje        delimited by size
                  "Rel.txt"           delimited by size
             into ws-arq-arc
           end-string

           open input arqDificuldade
           if ws-fs-dific = 0 then
               perform abrir-copia-versao
               perform until ws-fs-dific <> 0
                   read arqDificuldade
                   if ws-fs-dific = 0 then
                       move fd-dific to fd-arc
                       write fd-arc
                   end-if
               end-perform
               close arquivoArc
               close arqDificuldade
           end-if

           .
       guardar-versao-baralho-exit.
           exit.

      *>________________________________________________________________________
      *>   Abre a copia datada ws-arq-arc de uma versao anterior de baralho
      *>________________________________________________________________________
       abrir-copia-versao section.

           open output arquivoArc
           if ws-fs-arc <> 0 then
               move "60"                                 to ws-msn-erro-ofsset
               move ws-fs-arc                            to ws-msn-erro-cod
               move "Erro ao gravar copia do baralho    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       abrir-copia-versao-exit.
           exit.

      *>________________________________________________________________________
      *>   Regrava o catalogo inteiro a partir da tabela de baralhos
      *>   (titulo;arquivo;oficial;qtd com 2 digitos)
      *>________________________________________________________________________
       gravar-catalogo section.

           open output catalogoBaralhos
           if ws-fs-catalogo <> 0 then
               move "61"                                 to ws-msn-erro-ofsset
               move ws-fs-catalogo                       to ws-msn-erro-cod
               move "Erro ao gravar arq. catalogoBaralhos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ib-ind from 1 by 1 until ws-ib-ind > ws-qtd-baralhos
               move space to fd-catalogo
               string function trim(ws-bar-titulo(ws-ib-ind))   delimited by size
                      ";"                                       delimited by size
                      function trim(ws-bar-arquivo(ws-ib-ind))  delimited by size
                      ";"                                       delimited by size
                      function trim(ws-bar-oficial(ws-ib-ind))  delimited by size
                      ";"                                       delimited by size
                      ws-bar-qtd(ws-ib-ind)                     delimited by size
                 into fd-catalogo
               end-string
               write fd-catalogo
           end-perform

           close catalogoBaralhos

           .
       gravar-catalogo-exit.
           exit.

      *>________________________________________________________________________
      *>   Situacao de jogadores: muda a situacao de um jogador (ativo,
      *>   inativo, suspenso, aposentado), reintegra um aposentado do
      *>   arquivo morto ou roda a varredura de inatividade
      *>________________________________________________________________________
       situacao-jogadores section.

           display erase
           display "SITUACAO DE JOGADORES"
           display " "
           display "1 - Alterar a situacao de um jogador (ativo, inativo,"
           display "    suspenso, aposentado) ou reintegrar um aposentado"
           display "2 - Varredura de inatividade (sem torneio ha N meses)"
           display " "

           move space to ws-sit-opcao
           display "Opcao (vazio cancela):"
           accept ws-sit-opcao

           if ws-sit-opcao = "1" then
               perform alterar-situacao-jogador
           else
               if ws-sit-opcao = "2" then
                   move space to ws-sit-meses-x
                   display "Meses sem torneio para inativar (vazio = "
                           ws-sit-meses-padrao "):"
                   accept ws-sit-meses-x
                   if ws-sit-meses-x = space then
                       move ws-sit-meses-padrao to ws-sit-meses
                   else
                       move function numval(ws-sit-meses-x) to ws-sit-meses
                   end-if
                   if ws-sit-meses > 0 then
                       perform varrer-inatividade
                   else
                       display "Quantidade de meses invalida: nada alterado."
                   end-if
               else
                   display "Nada alterado."
               end-if
           end-if

      *>    a situacao decide quem ocupa a tabela de turnos: recarrega do
      *>    cadastro, como depois da mescla
           perform carregar-cadastro-tabela

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       situacao-jogadores-exit.
           exit.

      *>________________________________________________________________________
      *>   Um jogador pelo nome: no cadastro, muda a situacao; fora dele,
      *>   procura no arquivo morto para reintegrar
      *>________________________________________________________________________
       alterar-situacao-jogador section.

           move space to ws-nome-jogador
           display " "
           display "Jogador (vazio cancela):"
           accept ws-nome-jogador

           if ws-nome-jogador = space then
               display "Nada alterado."
           else
               move ws-nome-jogador to fd-cadJog-nome
               read cadastroJogadores
               if ws-fs-cadJog = 0 then
                   perform mudar-situacao-cadastro
               else
                   perform procurar-aposentado
                   if ws-sit-no-arquivo = "1" then
                       perform reintegrar-aposentado
                   else
                       display "Jogador nao esta no cadastro nem no arquivo morto."
                   end-if
               end-if
           end-if

           .
       alterar-situacao-jogador-exit.
           exit.

      *>________________________________________________________________________
      *>   Mostra a ficha do jogador em ws-aposent-reg (cadastro ou
      *>   arquivo morto): situacao, desde quando, motivo e placar vitalicio
      *>________________________________________________________________________
       mostrar-situacao section.

           perform descrever-situacao

           display " "
           display "Jogador ............: " ws-ap-nome
           display "Situacao ...........: " ws-sit-descricao
           if  ws-ap-sit-data is numeric
           and ws-ap-sit-data > 0 then
               move ws-ap-sd-dd   to ws-dbr-dd
               move ws-ap-sd-mm   to ws-dbr-mm
               move ws-ap-sd-aaaa to ws-dbr-aaaa
               display "Desde ..............: " ws-data-barras
           end-if
           display "Motivo .............: " ws-ap-sit-motivo
           display "Pontos vitalicios ..: " ws-ap-pontos
           display "Torneios ...........: " ws-ap-torneios
           if  ws-ap-ult-data is numeric
           and ws-ap-ult-data > 0 then
               move ws-ap-ud-dd   to ws-dbr-dd
               move ws-ap-ud-mm   to ws-dbr-mm
               move ws-ap-ud-aaaa to ws-dbr-aaaa
               display "Ultimo torneio .....: " ws-data-barras
           end-if
           display " "

           .
       mostrar-situacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Nome da situacao em ws-ap-situacao (em branco vale ativo, como
      *>   nos registros gravados antes de existir a situacao)
      *>________________________________________________________________________
       descrever-situacao section.

           move "ATIVO" to ws-sit-descricao

           if ws-ap-situacao = "I" then
               move "INATIVO" to ws-sit-descricao
           end-if

           if ws-ap-situacao = "S" then
               move "SUSPENSO" to ws-sit-descricao
           end-if

           if ws-ap-situacao = "R" then
               move "APOSENTADO" to ws-sit-descricao
           end-if

           .
       descrever-situacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Nova situacao do jogador lido do cadastro (fd-cadJog), sempre
      *>   com motivo; aposentado sai do cadastro para o arquivo morto
      *>________________________________________________________________________
       mudar-situacao-cadastro section.

           move fd-cadJog to ws-aposent-reg
           perform mostrar-situacao

      *>    quem esta no torneio de hoje so muda de situacao depois do
      *>    fechamento, senao o placar da sessao ficaria sem dono
           if fd-cadJog-ativo-sessao = "1" then
               display "Jogador esta no torneio de hoje: feche o torneio"
               display "antes de mudar a situacao."
           else
               move space to ws-sit-nova
               display "Nova situacao: A=ativo I=inativo S=suspenso R=aposentado"
               display "(vazio cancela):"
               accept ws-sit-nova
               inspect ws-sit-nova converting "aisr" to "AISR"

               move fd-cadJog-situacao to ws-sit-anterior
               if ws-sit-anterior = space then
                   move "A" to ws-sit-anterior
               end-if

               if ws-sit-nova = space then
                   display "Nada alterado."
               else
                   if  ws-sit-nova not = "A"
                   and ws-sit-nova not = "I"
                   and ws-sit-nova not = "S"
                   and ws-sit-nova not = "R" then
                       display "Situacao invalida: nada alterado."
                   else
                       if ws-sit-nova = ws-sit-anterior then
                           display "Jogador ja esta nessa situacao: nada alterado."
                       else
                           move space to ws-sit-motivo
                           display "Motivo (obrigatorio):"
                           accept ws-sit-motivo
                           if ws-sit-motivo = space then
                               display "Sem motivo: nada alterado."
                           else
                               accept ws-data-hoje from date yyyymmdd
                               move fd-cadJog-nome  to ws-sit-nome
                               move ws-sit-nova     to fd-cadJog-situacao
                               move ws-data-hoje    to fd-cadJog-sit-data
                               move ws-sit-motivo   to fd-cadJog-sit-motivo

                               if ws-sit-nova = "R" then
                                   perform aposentar-jogador
                               else
                                   rewrite fd-cadJog
                                   if ws-fs-cadJog <> 0 then
                                       move "67"                                 to ws-msn-erro-ofsset
                                       move ws-fs-cadJog                         to ws-msn-erro-cod
                                       move "Erro ao regravar cadastroJogadores " to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                                   display "Situacao gravada."
                               end-if

                               perform registrar-situacao
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       mudar-situacao-cadastro-exit.
           exit.

      *>________________________________________________________________________
      *>   Aposentadoria: o registro inteiro (placar vitalicio, torneios,
      *>   ultima data, situacao R com data e motivo) vai para o arquivo
      *>   morto e so depois sai do cadastro; se cair no meio, o jogador
      *>   fica nos dois arquivos, nunca em nenhum
      *>________________________________________________________________________
       aposentar-jogador section.

           open extend jogadoresAposentados
           if ws-fs-aposent = 35 then
               open output jogadoresAposentados
           end-if

           if ws-fs-aposent <> 0 then
               move "68"                                 to ws-msn-erro-ofsset
               move ws-fs-aposent                        to ws-msn-erro-cod
               move "Erro ao gravar jogadoresAposentados " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-cadJog to fd-aposent
           write fd-aposent
           close jogadoresAposentados

           delete cadastroJogadores record
           if ws-fs-cadJog <> 0 then
               move "67"                                 to ws-msn-erro-ofsset
               move ws-fs-cadJog                         to ws-msn-erro-cod
               move "Erro ao excluir do cadastroJogadores " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Jogador aposentado: o registro, com o placar vitalicio,"
           display "foi para jogadoresAposentadosRel.txt."

           .
       aposentar-jogador-exit.
           exit.

      *>________________________________________________________________________
      *>   Procura ws-nome-jogador no arquivo morto; achando, o registro
      *>   fica em ws-aposent-reg e ws-sit-no-arquivo = "1"
      *>________________________________________________________________________
       procurar-aposentado section.

           move space to ws-sit-no-arquivo

           open input jogadoresAposentados
           if ws-fs-aposent = 35 then
      *>        ninguem foi aposentado ainda
               continue
           else
               if ws-fs-aposent <> 0 then
                   move "68"                                 to ws-msn-erro-ofsset
                   move ws-fs-aposent                        to ws-msn-erro-cod
                   move "Erro ao abrir jogadoresAposentados " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move space to ws-sit-fim
               perform until ws-sit-fim = "1"
                   read jogadoresAposentados
                   if ws-fs-aposent = 0 then
                       if fd-apo-nome = ws-nome-jogador then
                           move fd-aposent to ws-aposent-reg
                           move "1"        to ws-sit-no-arquivo
                           move "1"        to ws-sit-fim
                       end-if
                   else
                       move "1" to ws-sit-fim
                   end-if
               end-perform

               close jogadoresAposentados
           end-if

           .
       procurar-aposentado-exit.
           exit.

      *>________________________________________________________________________
      *>   Reintegracao do aposentado em ws-aposent-reg: volta ao cadastro
      *>   como ativo, com o placar vitalicio que tinha, e so depois sai do
      *>   arquivo morto
      *>________________________________________________________________________
       reintegrar-aposentado section.

           perform mostrar-situacao

           move space to ws-sit-confirma
           display "Jogador no arquivo morto. Reintegrar como ativo? (S/N)"
           accept ws-sit-confirma

           if  ws-sit-confirma not = "S"
           and ws-sit-confirma not = "s" then
               display "Nada alterado."
           else
               move space to ws-sit-motivo
               display "Motivo (obrigatorio):"
               accept ws-sit-motivo
               if ws-sit-motivo = space then
                   display "Sem motivo: nada alterado."
               else
                   accept ws-data-hoje from date yyyymmdd
                   move ws-aposent-reg  to fd-cadJog
                   move "A"             to fd-cadJog-situacao
                   move ws-data-hoje    to fd-cadJog-sit-data
                   move ws-sit-motivo   to fd-cadJog-sit-motivo
                   move space           to fd-cadJog-ativo-sessao
                   move zero            to fd-cadJog-pontos-sessao

                   move "1" to ws-sit-gravou
                   write fd-cadJog
                       invalid key
                           move space to ws-sit-gravou
                   end-write

                   if ws-sit-gravou = space then
                       display "Ja existe um jogador com esse nome no cadastro:"
                       display "nada reintegrado (use a Mescla de Jogadores)."
                   else
                       perform retirar-do-arquivo-morto

                       move ws-ap-nome to ws-sit-nome
                       move "R"        to ws-sit-anterior
                       move "A"        to ws-sit-nova
                       perform registrar-situacao

                       display "Jogador reintegrado com " ws-ap-pontos
                               " pontos vitalicios."
                   end-if
               end-if
           end-if

           .
       reintegrar-aposentado-exit.
           exit.

      *>________________________________________________________________________
      *>   Reescreve o arquivo morto sem o jogador ws-nome-jogador,
      *>   passando pelo arquivo de trabalho
      *>________________________________________________________________________
       retirar-do-arquivo-morto section.

           open input jogadoresAposentados
           if ws-fs-aposent <> 0 then
               move "68"                                 to ws-msn-erro-ofsset
               move ws-fs-aposent                        to ws-msn-erro-cod
               move "Erro ao abrir jogadoresAposentados " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arquivoTmp
           if ws-fs-tmp <> 0 then
               move "69"                                 to ws-msn-erro-ofsset
               move ws-fs-tmp                            to ws-msn-erro-cod
               move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-aposent = 10
               read jogadoresAposentados
               if ws-fs-aposent = 0 then
                   if fd-apo-nome not = ws-nome-jogador then
                       move fd-aposent to fd-tmp
                       write fd-tmp
                   end-if
               end-if
           end-perform

           close jogadoresAposentados
           close arquivoTmp

           open input arquivoTmp
           if ws-fs-tmp <> 0 then
               move "69"                                 to ws-msn-erro-ofsset
               move ws-fs-tmp                            to ws-msn-erro-cod
               move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output jogadoresAposentados
           if ws-fs-aposent <> 0 then
               move "68"                                 to ws-msn-erro-ofsset
               move ws-fs-aposent                        to ws-msn-erro-cod
               move "Erro ao gravar jogadoresAposentados " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-tmp = 10
               read arquivoTmp
               if ws-fs-tmp = 0 then
                   move fd-tmp to fd-aposent
                   write fd-aposent
               end-if
           end-perform

           close arquivoTmp
           close jogadoresAposentados

           .
       retirar-do-arquivo-morto-exit.
           exit.

      *>________________________________________________________________________
      *>   Varredura de inatividade: todo jogador ativo cujo ultimo torneio
      *>   e anterior ao corte (hoje menos ws-sit-meses meses) passa a
      *>   inativo. Quem nunca fechou um torneio (ultima data zerada) e quem
      *>   esta jogando hoje nao sao tocados; o inativo volta a ativo sozinho
      *>   ao entrar pelo Cadastro
      *>________________________________________________________________________
       varrer-inatividade section.

           accept ws-data-hoje from date yyyymmdd
           compute ws-sit-aaaamm = ws-data-hoje-aaaa * 12
                                 + ws-data-hoje-mm - 1
                                 - ws-sit-meses
           divide ws-sit-aaaamm by 12
               giving ws-sit-ano remainder ws-sit-mes-r
           compute ws-sit-corte = (ws-sit-ano * 100 + ws-sit-mes-r + 1) * 100
                                + ws-data-hoje-dd

           move zero to ws-sit-qtd-lidos
           move zero to ws-sit-qtd-inativados

           move space to ws-sit-motivo
           string "SEM TORNEIO HA "   delimited by size
                  ws-sit-meses        delimited by size
                  " MESES"            delimited by size
             into ws-sit-motivo
           end-string

           move low-values to fd-cadJog-nome
           start cadastroJogadores key not < fd-cadJog-nome
           if  ws-fs-cadJog <> 0
           and ws-fs-cadJog <> 23 then
               move "4"                                  to ws-msn-erro-ofsset
               move ws-fs-cadJog                         to ws-msn-erro-cod
               move "Erro ao posicionar arq. cadastroJogadores " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-cadJog = 10
                      or ws-fs-cadJog = 23

               read cadastroJogadores next record
               if ws-fs-cadJog = 0 then
                   add 1 to ws-sit-qtd-lidos
                   if  fd-cadJog-sit-ativo
                   and fd-cadJog-ativo-sessao not = "1"
                   and fd-cadJog-ult-data is numeric
                   and fd-cadJog-ult-data > 0
                   and fd-cadJog-ult-data < ws-sit-corte then
                       move fd-cadJog-nome  to ws-sit-nome
                       move "A"             to ws-sit-anterior
                       move "I"             to ws-sit-nova
                       move ws-sit-nova     to fd-cadJog-situacao
                       move ws-data-hoje    to fd-cadJog-sit-data
                       move ws-sit-motivo   to fd-cadJog-sit-motivo
                       rewrite fd-cadJog
                       if ws-fs-cadJog <> 0 then
                           move "67"                                 to ws-msn-erro-ofsset
                           move ws-fs-cadJog                         to ws-msn-erro-cod
                           move "Erro ao regravar cadastroJogadores " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-sit-qtd-inativados
                       display "  inativado: " ws-sit-nome
                       perform registrar-situacao
                   end-if
               else
                   if ws-fs-cadJog <> 10 then
                       move "4"                                  to ws-msn-erro-ofsset
                       move ws-fs-cadJog                         to ws-msn-erro-cod
                       move "Erro ao ler arq. cadastroJogadores " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           display "Varredura de inatividade: corte " ws-sit-corte
                   " (" ws-sit-meses " meses)"
           display ws-sit-qtd-lidos " jogador(es) lido(s), "
                   ws-sit-qtd-inativados " inativado(s)."

           move "VARREDURA INATIVOS" to ws-la-acao
           move space                to ws-la-detalhe
           string "CORTE "            delimited by size
                  ws-sit-corte        delimited by size
                  " MESES "           delimited by size
                  ws-sit-meses        delimited by size
                  " LIDOS "           delimited by size
                  ws-sit-qtd-lidos    delimited by size
                  " INATIVADOS "      delimited by size
                  ws-sit-qtd-inativados delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           .
       varrer-inatividade-exit.
           exit.

      *>________________________________________________________________________
      *>   Consulta feita pelo Cadastro antes de admitir ws-nome-jogador:
      *>   suspenso ou aposentado e recusado com a mensagem em ws-msn
      *>________________________________________________________________________
       verificar-situacao-cadastro section.

           move ws-nome-jogador to fd-cadJog-nome
           read cadastroJogadores
           if ws-fs-cadJog = 0 then
               if fd-cadJog-sit-suspenso then
                   move "Jogador SUSPENSO: cadastro recusado" to ws-msn
               end-if
               if fd-cadJog-sit-aposentado then
                   move "Jogador APOSENTADO: reintegre antes de jogar" to ws-msn
               end-if
           else
               perform procurar-aposentado
               if ws-sit-no-arquivo = "1" then
                   move "Jogador APOSENTADO: reintegre antes de jogar" to ws-msn
               end-if
           end-if

           if ws-msn not = space then
               move "CADASTRO RECUSADO" to ws-la-acao
               move space               to ws-la-detalhe
               string "JOGADOR "                        delimited by size
                      function trim(ws-nome-jogador)    delimited by size
                      " - "                             delimited by size
                      function trim(ws-msn)             delimited by size
                 into ws-la-detalhe
               end-string
               perform gravar-auditoria
           end-if

           .
       verificar-situacao-cadastro-exit.
           exit.

      *>________________________________________________________________________
      *>   Auditoria de uma mudanca de situacao: ws-sit-nome passou de
      *>   ws-sit-anterior para ws-sit-nova pelo motivo ws-sit-motivo
      *>________________________________________________________________________
       registrar-situacao section.

           move "SITUACAO JOGADOR" to ws-la-acao
           move space              to ws-la-detalhe
           string "JOGADOR "                        delimited by size
                  function trim(ws-sit-nome)        delimited by size
                  " DE "                            delimited by size
                  ws-sit-anterior                   delimited by size
                  " PARA "                          delimited by size
                  ws-sit-nova                       delimited by size
                  " MOTIVO "                        delimited by size
                  function trim(ws-sit-motivo)      delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           .
       registrar-situacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Revisao mensal de jogo suspeito: le o jornal de respostas e
      *>   sinaliza, por jogador e sessao (dia), (1) respostas certas mais
      *>   rapidas do que alguem consegue digitar, (2) salto de acerto
      *>   contra o historico do proprio jogador, (3) a mesma resposta
      *>   errada dada por jogadores diferentes na mesma sessao e (4) jogo
      *>   fora das datas do calendarioRel.txt; cada sinalizacao lista as
      *>   linhas do jornal por tras dela. Mes em ws-js-mes-x (AAAAMM; em
      *>   branco pergunta na tela ou, na execucao noturna, vale o mes
      *>   anterior); gravado em revisaoJogo<AAAAMM>Rel.txt
      *>________________________________________________________________________
       revisao-jogo-suspeito section.

      *>    o jornal pode estar aberto em extend pela partida em andamento
           if ws-jornal-aberto = "1" then
               close jornalRespostas
               move space to ws-jornal-aberto
           end-if

           if ws-noturno not = "1" then
               display erase
               display "REVISAO DE JOGO SUSPEITO (jornal de respostas)"
               display " "
               display "Mes a revisar, AAAAMM (vazio = mes anterior):"
               accept ws-js-mes-x
           end-if

           move "1" to ws-js-mes-ok
           accept ws-data-hoje from date yyyymmdd
           if ws-js-mes-x = space then
               compute ws-js-aaaamm-calc = ws-data-hoje-aaaa * 12
                                         + ws-data-hoje-mm - 2
               divide ws-js-aaaamm-calc by 12
                   giving ws-js-ano remainder ws-js-resto
               compute ws-js-mes = ws-js-ano * 100 + ws-js-resto + 1
           else
               if ws-js-mes-x is numeric then
                   move ws-js-mes-x to ws-js-mes
                   if ws-js-mes-mm < 1 or ws-js-mes-mm > 12 then
                       move space to ws-js-mes-ok
                   end-if
               else
                   move space to ws-js-mes-ok
               end-if
           end-if

           if ws-js-mes-ok not = "1" then
               display "Mes invalido (use AAAAMM): nada gerado."
           else
               open input jornalRespostas
               if ws-fs-jornal <> 0 then
                   display "Jornal de respostas indisponivel (jornalRespostasRel.txt)."
               else
                   close jornalRespostas

                   move space to ws-arq-revisao
                   string "revisaoJogo"    delimited by size
                          ws-js-mes        delimited by size
                          "Rel.txt"        delimited by size
                     into ws-arq-revisao
                   end-string

                   perform carregar-calendario-revisao

                   move zero to ws-js-flag-id

      *>            1a ordenacao: por jogador e sessao, com todo o historico
      *>            (o salto de acerto compara com as sessoes anteriores)
                   sort ordRevSessao
                       on ascending key sd-rs-nome
                                        sd-rs-data
                                        sd-rs-hora
                                        sd-rs-linha
                       input procedure  is ler-jornal-revisao-sessoes
                       output procedure is analisar-sessoes-revisao

      *>            2a ordenacao: respostas erradas do mes por sessao,
      *>            pergunta e resposta, para achar as iguais
                   sort ordRevResposta
                       on ascending key sd-rr-data
                                        sd-rr-estado
                                        sd-rr-resposta
                                        sd-rr-nome
                                        sd-rr-linha
                       input procedure  is ler-jornal-revisao-respostas
                       output procedure is comparar-respostas-revisao

      *>            3a ordenacao: as sinalizacoes por jogador e sessao
                   sort ordRevFlag
                       on ascending key sd-rf-nome
                                        sd-rf-data
                                        sd-rf-tipo
                                        sd-rf-flag
                                        sd-rf-seq
                       input procedure  is ler-sinalizacoes-revisao
                       output procedure is gravar-revisao

                   display ws-js-qtd-flags " sinalizacao(oes) em "
                           ws-js-qtd-sessoes " sessao(oes) de "
                           ws-js-qtd-jogadores " jogador(es)."
                   display "Relatorio gravado em " function trim(ws-arq-revisao)

                   move "REVISAO JOGO"  to ws-la-acao
                   move space           to ws-la-detalhe
                   string "MES "                            delimited by size
                          ws-js-mes                         delimited by size
                          " SINALIZACOES "                  delimited by size
                          ws-js-qtd-flags                   delimited by size
                          " SESSOES "                       delimited by size
                          ws-js-qtd-sessoes                 delimited by size
                          " JOGADORES "                     delimited by size
                          ws-js-qtd-jogadores               delimited by size
                          " ARQUIVO "                       delimited by size
                          function trim(ws-arq-revisao)     delimited by size
                     into ws-la-detalhe
                   end-string
                   perform gravar-auditoria
               end-if
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       revisao-jogo-suspeito-exit.
           exit.

      *>________________________________________________________________________
      *>   Datas planejadas do mes revisado no calendario da temporada
      *>   (sem calendario a regra de jogo fora do calendario nao se aplica)
      *>________________________________________________________________________
       carregar-calendario-revisao section.

           move space to ws-js-tem-calendario
           move zero  to ws-js-qtd-cal

           open input calendario
           if ws-fs-cal = 0 then
               move "1" to ws-js-tem-calendario
               perform until ws-fs-cal = 10
                   read calendario
                   if ws-fs-cal = 0 then
                       move space to ws-cal-lido
                       unstring fd-cal delimited by ";"
                           into ws-clido-data
                                ws-clido-nome
                       end-unstring
                       move ws-clido-data to ws-js-cal-lida

                       if  ws-js-cl-mm   is numeric
                       and ws-js-cl-aaaa is numeric then
                           compute ws-js-aaaamm-calc =
                               function numval(ws-js-cl-aaaa) * 100
                             + function numval(ws-js-cl-mm)
                           if ws-js-aaaamm-calc = ws-js-mes then
                               move space to ws-js-achou
                               perform varying ws-js-ind from 1 by 1
                                          until ws-js-ind > ws-js-qtd-cal
                                   if ws-js-cal-datas(ws-js-ind) = ws-clido-data then
                                       move "1" to ws-js-achou
                                   end-if
                               end-perform
                               if  ws-js-achou = space
                               and ws-js-qtd-cal < 31 then
                                   add 1 to ws-js-qtd-cal
                                   move ws-clido-data to ws-js-cal-datas(ws-js-qtd-cal)
                               end-if
                           end-if
                       end-if
                   else
                       if ws-fs-cal <> 10 then
                           move "73"                                 to ws-msn-erro-ofsset
                           move ws-fs-cal                            to ws-msn-erro-cod
                           move "Erro ao ler arq. calendario       " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close calendario
           end-if

           .
       carregar-calendario-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Le a proxima linha do jornal (numerada em ws-js-linha) e diz em
      *>   ws-js-valida se ela tem data, hora, jogador, pergunta e tempo
      *>________________________________________________________________________
       ler-linha-revisao section.

           move space to ws-js-valida

           read jornalRespostas
           if ws-fs-jornal = 0 then
               add 1 to ws-js-linha

               move space to ws-jornal-lido
               unstring fd-jornal delimited by ";"
                   into ws-jl-data
                        ws-jl-hora
                        ws-jl-modo
                        ws-jl-nome
                        ws-jl-estado
                        ws-jl-resposta
                        ws-jl-acertou
                        ws-jl-segundos
               end-unstring

               if  ws-jl-dd       is numeric
               and ws-jl-mm       is numeric
               and ws-jl-aaaa     is numeric
               and ws-jl-hh       is numeric
               and ws-jl-min      is numeric
               and ws-jl-sec      is numeric
               and ws-jl-segundos is numeric
               and ws-jl-nome     not = space
               and ws-jl-estado   not = space then
                   move "1" to ws-js-valida
                   compute ws-js-data-jl = function numval(ws-jl-aaaa) * 10000
                                         + function numval(ws-jl-mm) * 100
                                         + function numval(ws-jl-dd)
               end-if
           else
               if ws-fs-jornal <> 10 then
                   move "11"                                 to ws-msn-erro-ofsset
                   move ws-fs-jornal                         to ws-msn-erro-cod
                   move "Erro ao ler arq. jornalRespostas  " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       ler-linha-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 1a ordenacao da revisao: todas as respostas validas
      *>   do jornal, fora o modo treino (que nao vale pontos e fica fora
      *>   da revisao, com total proprio)
      *>________________________________________________________________________
       ler-jornal-revisao-sessoes section.

           move zero to ws-js-linha
           move zero to ws-js-lidas
           move zero to ws-js-usadas
           move zero to ws-js-rejeitadas
           move zero to ws-js-treino

           open input jornalRespostas
           if ws-fs-jornal <> 0 then
               move "70"                                 to ws-msn-erro-ofsset
               move ws-fs-jornal                         to ws-msn-erro-cod
               move "Erro ao abrir arq. jornalRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-jornal = 10
               perform ler-linha-revisao
               if ws-fs-jornal = 0 then
                   add 1 to ws-js-lidas
                   if ws-js-valida not = "1" then
                       add 1 to ws-js-rejeitadas
                   else
                       if ws-jl-modo = "T" then
                           add 1 to ws-js-treino
                       else
                           move ws-jl-nome      to sd-rs-nome
                           move ws-js-data-jl   to sd-rs-data
                           compute sd-rs-hora = function numval(ws-jl-hh) * 10000
                                              + function numval(ws-jl-min) * 100
                                              + function numval(ws-jl-sec)
                           move ws-js-linha     to sd-rs-linha
                           move ws-jl-data      to sd-rs-data-x
                           move ws-jl-modo      to sd-rs-modo
                           move ws-jl-acertou   to sd-rs-acertou
                           move ws-jl-segundos  to sd-rs-segundos
                           if ws-jl-resposta = space then
                               move zero to sd-rs-tam
                           else
                               move function length(function trim(ws-jl-resposta))
                                 to sd-rs-tam
                           end-if
                           release sd-rev-sessao
                           add 1 to ws-js-usadas
                       end-if
                   end-if
               end-if
           end-perform

           close jornalRespostas

           .
       ler-jornal-revisao-sessoes-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 1a ordenacao: quebra por jogador (zera o historico) e
      *>   por sessao (data); as regras 1, 2 e 4 sao aplicadas no fecho de
      *>   cada sessao do mes revisado
      *>________________________________________________________________________
       analisar-sessoes-revisao section.

           open output revisaoTmp
           if ws-fs-revTmp <> 0 then
               move "71"                                 to ws-msn-erro-ofsset
               move ws-fs-revTmp                         to ws-msn-erro-cod
               move "Erro ao abrir arq. revisaoTmp      " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero  to ws-cs-grupos
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordRevSessao
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim = "1" then
                   if ws-cs-grupos > 0 then
                       perform fechar-sessao-revisao
                   end-if
               else
                   if ws-cs-grupos = 0
                   or sd-rs-nome not = ws-js-chave-nome
                   or sd-rs-data not = ws-js-chave-data then
                       if ws-cs-grupos > 0 then
                           perform fechar-sessao-revisao
                       end-if
                       if ws-cs-grupos = 0
                       or sd-rs-nome not = ws-js-chave-nome then
                           move zero to ws-js-hist-total
                           move zero to ws-js-hist-acertos
                       end-if
                       add 1 to ws-cs-grupos
                       move sd-rs-nome    to ws-js-chave-nome
                       move sd-rs-data    to ws-js-chave-data
                       move sd-rs-data-x  to ws-js-chave-data-x
                       move zero          to ws-js-ses-total
                       move zero          to ws-js-ses-acertos
                       move zero          to ws-js-ses-qtd
                       move zero          to ws-js-ses-rapidas
                   end-if

                   add 1 to ws-js-ses-qtd
                   if ws-js-ses-qtd <= 100 then
                       move sd-rs-linha to ws-js-ses-linhas(ws-js-ses-qtd)
                   end-if

      *>            velocidade e taxa de acerto so nos modos digitados
      *>            (normal, invertido e desempate): iniciante escolhe entre
      *>            alternativas e lote vem de arquivo
                   if sd-rs-modo = "N"
                   or sd-rs-modo = "V"
                   or sd-rs-modo = "D" then
                       add 1 to ws-js-ses-total
                       if sd-rs-acertou = "S"
                       or sd-rs-acertou = "Q" then
                           add 1 to ws-js-ses-acertos
                           if sd-rs-segundos * ws-js-cps-max < sd-rs-tam then
                               add 1 to ws-js-ses-rapidas
                               if ws-js-ses-rapidas <= 100 then
                                   move sd-rs-linha to ws-js-rap-linhas(ws-js-ses-rapidas)
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           close revisaoTmp

           .
       analisar-sessoes-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Fecho de uma sessao (ws-js-chave-nome, ws-js-chave-data): regras
      *>   1, 2 e 4 se a sessao e do mes revisado; depois a sessao entra no
      *>   historico do jogador para as sessoes seguintes
      *>________________________________________________________________________
       fechar-sessao-revisao section.

           compute ws-js-aaaamm-calc = ws-js-chave-data / 100

           if ws-js-aaaamm-calc = ws-js-mes then

               move ws-js-chave-nome to ws-rt-nome
               move ws-js-chave-data to ws-rt-data

      *>        (1) certas rapidas demais
               if ws-js-ses-rapidas >= ws-js-min-rapidas then
                   move 1 to ws-rt-tipo
                   move space to ws-rt-texto
                   string "CERTAS RAPIDAS DEMAIS: "         delimited by size
                          ws-js-ses-rapidas                 delimited by size
                          " DE "                            delimited by size
                          ws-js-ses-total                   delimited by size
                          " RESPOSTAS DIGITADAS A MAIS DE " delimited by size
                          ws-js-cps-max                     delimited by size
                          " CARACTERES POR SEGUNDO"         delimited by size
                     into ws-rt-texto
                   end-string
                   perform gravar-cabecalho-flag

                   move ws-js-ses-rapidas to ws-js-emit-qtd
                   perform varying ws-js-ind from 1 by 1
                              until ws-js-ind > ws-js-ses-rapidas
                                 or ws-js-ind > 100
                       move ws-js-rap-linhas(ws-js-ind) to ws-js-emit-linhas(ws-js-ind)
                   end-perform
                   perform gravar-linhas-flag
               end-if

      *>        (2) salto de acerto contra o historico anterior
               if  ws-js-ses-total  >= ws-js-min-sessao
               and ws-js-hist-total >= ws-js-min-historico then
                   compute ws-js-perc-ses  = (ws-js-ses-acertos  * 100) / ws-js-ses-total
                   compute ws-js-perc-hist = (ws-js-hist-acertos * 100) / ws-js-hist-total
                   if ws-js-perc-ses >= ws-js-perc-hist + ws-js-salto-min then
                       move 2 to ws-rt-tipo
                       move space to ws-rt-texto
                       string "SALTO DE ACERTO: "            delimited by size
                              ws-js-perc-ses                 delimited by size
                              "% NA SESSAO ("                delimited by size
                              ws-js-ses-total                delimited by size
                              " RESPOSTAS) CONTRA "          delimited by size
                              ws-js-perc-hist                delimited by size
                              "% NO HISTORICO ("             delimited by size
                              ws-js-hist-total               delimited by size
                              " RESPOSTAS)"                  delimited by size
                         into ws-rt-texto
                       end-string
                       perform gravar-cabecalho-flag
                       perform emitir-linhas-sessao
                   end-if
               end-if

      *>        (4) jogo fora das datas planejadas
               if ws-js-tem-calendario = "1" then
                   move space to ws-js-achou
                   perform varying ws-js-ind from 1 by 1
                              until ws-js-ind > ws-js-qtd-cal
                       if ws-js-cal-datas(ws-js-ind) = ws-js-chave-data-x then
                           move "1" to ws-js-achou
                       end-if
                   end-perform
                   if ws-js-achou = space then
                       move 4 to ws-rt-tipo
                       move space to ws-rt-texto
                       string "JOGO FORA DO CALENDARIO: "    delimited by size
                              ws-js-chave-data-x             delimited by size
                              " NAO E DATA PLANEJADA ("       delimited by size
                              ws-js-ses-qtd                  delimited by size
                              " RESPOSTAS)"                  delimited by size
                         into ws-rt-texto
                       end-string
                       perform gravar-cabecalho-flag
                       perform emitir-linhas-sessao
                   end-if
               end-if
           end-if

           add ws-js-ses-total   to ws-js-hist-total
           add ws-js-ses-acertos to ws-js-hist-acertos

           .
       fechar-sessao-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Todas as linhas do jornal da sessao corrente na sinalizacao
      *>________________________________________________________________________
       emitir-linhas-sessao section.

           move ws-js-ses-qtd to ws-js-emit-qtd
           perform varying ws-js-ind from 1 by 1
                      until ws-js-ind > ws-js-ses-qtd
                         or ws-js-ind > 100
               move ws-js-ses-linhas(ws-js-ind) to ws-js-emit-linhas(ws-js-ind)
           end-perform
           perform gravar-linhas-flag

           .
       emitir-linhas-sessao-exit.
           exit.

      *>________________________________________________________________________
      *>   Abre uma sinalizacao nova (ws-rt-nome, ws-rt-data, ws-rt-tipo e
      *>   o motivo em ws-rt-texto) no arquivo de trabalho
      *>________________________________________________________________________
       gravar-cabecalho-flag section.

           add 1 to ws-js-flag-id
           move ws-js-flag-id to ws-rt-flag
           move zero          to ws-rt-seq

           move ws-js-reg to fd-revTmp
           write fd-revTmp

           .
       gravar-cabecalho-flag-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava as linhas do jornal da sinalizacao corrente, 10 numeros
      *>   por linha; alem das 100 primeiras, so a quantidade restante
      *>________________________________________________________________________
       gravar-linhas-flag section.

           move space                       to ws-js-lista
           move "      linhas do jornal:"   to ws-js-lista-rot
           move zero                        to ws-js-ind-lista

           perform varying ws-js-ind from 1 by 1
                      until ws-js-ind > ws-js-emit-qtd
                         or ws-js-ind > 100
               add 1 to ws-js-ind-lista
               move ws-js-emit-linhas(ws-js-ind) to ws-js-lista-num(ws-js-ind-lista)
               if ws-js-ind-lista = 10 then
                   perform gravar-linha-lista-flag
                   move space to ws-js-lista
                   move zero  to ws-js-ind-lista
               end-if
           end-perform

           if ws-js-ind-lista > 0 then
               perform gravar-linha-lista-flag
           end-if

           if ws-js-emit-qtd > 100 then
               compute ws-js-emit-qtd = ws-js-emit-qtd - 100
               move space to ws-rt-texto
               string "      ... e mais "       delimited by size
                      ws-js-emit-qtd            delimited by size
                      " linha(s) do jornal"     delimited by size
                 into ws-rt-texto
               end-string
               add 1 to ws-rt-seq
               move ws-js-reg to fd-revTmp
               write fd-revTmp
           end-if

           .
       gravar-linhas-flag-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma linha da lista de numeros de linha do jornal
      *>________________________________________________________________________
       gravar-linha-lista-flag section.

           add 1 to ws-rt-seq
           move ws-js-lista to ws-rt-texto
           move ws-js-reg   to fd-revTmp
           write fd-revTmp

           .
       gravar-linha-lista-flag-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 2a ordenacao da revisao: as respostas erradas e nao
      *>   vazias do mes nos modos digitados, com a resposta normalizada
      *>   (sem acento e minuscula) como chave
      *>________________________________________________________________________
       ler-jornal-revisao-respostas section.

           move zero to ws-js-linha

           open input jornalRespostas
           if ws-fs-jornal <> 0 then
               move "70"                                 to ws-msn-erro-ofsset
               move ws-fs-jornal                         to ws-msn-erro-cod
               move "Erro ao abrir arq. jornalRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-jornal = 10
               perform ler-linha-revisao
               if  ws-fs-jornal = 0
               and ws-js-valida = "1"
               and ws-jl-acertou = "N"
               and ws-jl-resposta not = space
               and (ws-jl-modo = "N" or ws-jl-modo = "V" or ws-jl-modo = "D") then
                   compute ws-js-aaaamm-calc = ws-js-data-jl / 100
                   if ws-js-aaaamm-calc = ws-js-mes then
                       move ws-jl-resposta to ws-texto-norm
                       perform normalizar-texto-comparacao

                       move ws-js-data-jl   to sd-rr-data
                       move ws-jl-estado    to sd-rr-estado
                       move ws-texto-norm   to sd-rr-resposta
                       move ws-jl-nome      to sd-rr-nome
                       move ws-js-linha     to sd-rr-linha
                       move ws-jl-resposta  to sd-rr-resp-orig
                       release sd-rev-resposta
                   end-if
               end-if
           end-perform

           close jornalRespostas

           .
       ler-jornal-revisao-respostas-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 2a ordenacao: quebra por sessao + pergunta + resposta;
      *>   grupo com dois ou mais jogadores vira uma sinalizacao (regra 3)
      *>   para cada um deles
      *>________________________________________________________________________
       comparar-respostas-revisao section.

           open extend revisaoTmp
           if ws-fs-revTmp <> 0 then
               move "71"                                 to ws-msn-erro-ofsset
               move ws-fs-revTmp                         to ws-msn-erro-cod
               move "Erro ao abrir arq. revisaoTmp      " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero  to ws-cs-grupos
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordRevResposta
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim = "1" then
                   if ws-cs-grupos > 0 then
                       perform fechar-grupo-respostas
                   end-if
               else
                   if ws-cs-grupos = 0
                   or sd-rr-data     not = ws-js-grp-data
                   or sd-rr-estado   not = ws-js-grp-estado
                   or sd-rr-resposta not = ws-js-grp-resposta then
                       if ws-cs-grupos > 0 then
                           perform fechar-grupo-respostas
                       end-if
                       add 1 to ws-cs-grupos
                       move sd-rr-data       to ws-js-grp-data
                       move sd-rr-estado     to ws-js-grp-estado
                       move sd-rr-resposta   to ws-js-grp-resposta
                       move sd-rr-resp-orig  to ws-js-grp-resp-orig
                       move zero             to ws-js-grp-qtd
                       move zero             to ws-js-grp-jogadores
                       move space            to ws-js-grp-ult-nome
                   end-if

                   add 1 to ws-js-grp-qtd
                   if ws-js-grp-qtd <= 100 then
                       move sd-rr-nome  to ws-js-grp-nome(ws-js-grp-qtd)
                       move sd-rr-linha to ws-js-grp-linha(ws-js-grp-qtd)
                   end-if
                   if sd-rr-nome not = ws-js-grp-ult-nome then
                       add 1 to ws-js-grp-jogadores
                       move sd-rr-nome to ws-js-grp-ult-nome
                   end-if
               end-if
           end-perform

           close revisaoTmp

           .
       comparar-respostas-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Fecho de um grupo de respostas erradas iguais: com dois ou mais
      *>   jogadores, uma sinalizacao para cada jogador do grupo, com os
      *>   outros nomes e todas as linhas do jornal do grupo
      *>________________________________________________________________________
       fechar-grupo-respostas section.

           if ws-js-grp-jogadores >= 2 then

               move ws-js-grp-qtd to ws-js-emit-qtd
               perform varying ws-js-ind from 1 by 1
                          until ws-js-ind > ws-js-grp-qtd
                             or ws-js-ind > 100
                   move ws-js-grp-linha(ws-js-ind) to ws-js-emit-linhas(ws-js-ind)
               end-perform

               move space to ws-js-grp-ult-nome
               perform varying ws-js-ind from 1 by 1
                          until ws-js-ind > ws-js-grp-qtd
                             or ws-js-ind > 100
                   if ws-js-grp-nome(ws-js-ind) not = ws-js-grp-ult-nome then
                       move ws-js-grp-nome(ws-js-ind) to ws-js-grp-ult-nome
                       move ws-js-grp-nome(ws-js-ind) to ws-js-grp-atual
                       perform sinalizar-resposta-igual
                   end-if
               end-perform
           end-if

           .
       fechar-grupo-respostas-exit.
           exit.

      *>________________________________________________________________________
      *>   Sinalizacao da regra 3 para o jogador ws-js-grp-atual
      *>________________________________________________________________________
       sinalizar-resposta-igual section.

           move ws-js-grp-atual to ws-rt-nome
           move ws-js-grp-data  to ws-rt-data
           move 3               to ws-rt-tipo

           move space to ws-rt-texto
           string "RESPOSTA ERRADA IDENTICA: '"              delimited by size
                  function trim(ws-js-grp-resp-orig)        delimited by size
                  "' PARA "                                 delimited by size
                  function trim(ws-js-grp-estado)           delimited by size
                  ", DADA POR "                             delimited by size
                  ws-js-grp-jogadores                       delimited by size
                  " JOGADORES NA SESSAO"                    delimited by size
             into ws-rt-texto
           end-string
           perform gravar-cabecalho-flag

      *>    os demais jogadores do grupo (a lista corta no fim da linha)
           move space to ws-rt-texto
           move 1     to ws-js-ptr
           string "      com: " delimited by size
             into ws-rt-texto
             with pointer ws-js-ptr
           end-string
           move space to ws-js-grp-ant
           perform varying ws-js-ind from 1 by 1
                      until ws-js-ind > ws-js-grp-qtd
                         or ws-js-ind > 100
               if  ws-js-grp-nome(ws-js-ind) not = ws-js-grp-atual
               and ws-js-grp-nome(ws-js-ind) not = ws-js-grp-ant then
                   if ws-js-ptr > 12 then
                       string ", " delimited by size
                         into ws-rt-texto
                         with pointer ws-js-ptr
                         on overflow
                             continue
                       end-string
                   end-if
                   string function trim(ws-js-grp-nome(ws-js-ind)) delimited by size
                     into ws-rt-texto
                     with pointer ws-js-ptr
                     on overflow
                         continue
                   end-string
               end-if
               move ws-js-grp-nome(ws-js-ind) to ws-js-grp-ant
           end-perform
           add 1 to ws-rt-seq
           move ws-js-reg to fd-revTmp
           write fd-revTmp

           perform gravar-linhas-flag

           .
       sinalizar-resposta-igual-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 3a ordenacao: as linhas de sinalizacao gravadas pelas
      *>   duas primeiras
      *>________________________________________________________________________
       ler-sinalizacoes-revisao section.

           open input revisaoTmp
           if ws-fs-revTmp <> 0 then
               move "71"                                 to ws-msn-erro-ofsset
               move ws-fs-revTmp                         to ws-msn-erro-cod
               move "Erro ao abrir arq. revisaoTmp      " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-revTmp = 10
               read revisaoTmp
               if ws-fs-revTmp = 0 then
                   move fd-revTmp  to ws-js-reg
                   move ws-js-reg  to sd-rev-flag
                   release sd-rev-flag
               else
                   if ws-fs-revTmp <> 10 then
                       move "71"                                 to ws-msn-erro-ofsset
                       move ws-fs-revTmp                         to ws-msn-erro-cod
                       move "Erro ao ler arq. revisaoTmp       " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close revisaoTmp

           .
       ler-sinalizacoes-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 3a ordenacao: o relatorio do mes, com as regras no
      *>   cabecalho, quebra por jogador e sessao e os totais no fim
      *>________________________________________________________________________
       gravar-revisao section.

           open output relatorioRevisao
           if ws-fs-relRev <> 0 then
               move "72"                                 to ws-msn-erro-ofsset
               move ws-fs-relRev                         to ws-msn-erro-cod
               move "Erro ao abrir relatorio da revisao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move space to ws-linha-revisao
           string "REVISAO DE JOGO SUSPEITO - MES "   delimited by size
                  ws-js-mes-mm                        delimited by size
                  "/"                                 delimited by size
                  ws-js-mes-aaaa                      delimited by size
                  " (jornalRespostasRel.txt)"         delimited by size
             into ws-linha-revisao
           end-string
           perform gravar-linha-revisao

           move space to ws-linha-revisao
           string "(1) certas rapidas demais: "          delimited by size
                  ws-js-min-rapidas                      delimited by size
                  " ou mais na sessao a mais de "        delimited by size
                  ws-js-cps-max                          delimited by size
                  " caracteres por segundo"              delimited by size
             into ws-linha-revisao
           end-string
           perform gravar-linha-revisao

           move space to ws-linha-revisao
           string "(2) salto de acerto: "                delimited by size
                  ws-js-salto-min                        delimited by size
                  " pontos percentuais sobre o historico do jogador (minimo " delimited by size
                  ws-js-min-sessao                       delimited by size
                  " respostas na sessao e "              delimited by size
                  ws-js-min-historico                    delimited by size
                  " antes dela)"                         delimited by size
             into ws-linha-revisao
           end-string
           perform gravar-linha-revisao

           move "(3) a mesma resposta errada para a mesma pergunta, de jogadores diferentes na mesma sessao"
             to ws-linha-revisao
           perform gravar-linha-revisao

           if ws-js-tem-calendario = "1" then
               move "(4) jogo em data fora do calendarioRel.txt" to ws-linha-revisao
           else
               move "(4) jogo fora do calendario: sem calendarioRel.txt, regra nao aplicada"
                 to ws-linha-revisao
           end-if
           perform gravar-linha-revisao

           move "Regras 1 a 3 nos modos digitados (normal, invertido, desempate); treino fica fora"
             to ws-linha-revisao
           perform gravar-linha-revisao

           move zero  to ws-js-qtd-flags
           move zero  to ws-js-qtd-sessoes
           move zero  to ws-js-qtd-jogadores
           move space to ws-js-rel-nome
           move zero  to ws-js-rel-data
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordRevFlag
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim not = "1" then
                   if ws-js-qtd-jogadores = 0
                   or sd-rf-nome not = ws-js-rel-nome then
                       add 1 to ws-js-qtd-jogadores
                       move sd-rf-nome to ws-js-rel-nome
                       move zero       to ws-js-rel-data
                       move space to ws-linha-revisao
                       perform gravar-linha-revisao
                       move space to ws-linha-revisao
                       string "JOGADOR: "   delimited by size
                              sd-rf-nome    delimited by size
                         into ws-linha-revisao
                       end-string
                       perform gravar-linha-revisao
                   end-if

                   if sd-rf-data not = ws-js-rel-data then
                       add 1 to ws-js-qtd-sessoes
                       move sd-rf-data   to ws-js-rel-data
                       move sd-rf-data   to ws-js-data
                       move ws-js-dt-dd   to ws-dbr-dd
                       move ws-js-dt-mm   to ws-dbr-mm
                       move ws-js-dt-aaaa to ws-dbr-aaaa
                       move space to ws-linha-revisao
                       string "  SESSAO DE "   delimited by size
                              ws-data-barras   delimited by size
                         into ws-linha-revisao
                       end-string
                       perform gravar-linha-revisao
                   end-if

                   move space to ws-linha-revisao
                   if sd-rf-seq = 0 then
                       add 1 to ws-js-qtd-flags
                       string "    ("       delimited by size
                              sd-rf-tipo    delimited by size
                              ") "          delimited by size
                              sd-rf-texto   delimited by size
                         into ws-linha-revisao
                       end-string
                   else
                       string "    "        delimited by size
                              sd-rf-texto   delimited by size
                         into ws-linha-revisao
                       end-string
                   end-if
                   perform gravar-linha-revisao
               end-if
           end-perform

           move space to ws-linha-revisao
           perform gravar-linha-revisao
           if ws-js-qtd-flags = 0 then
               move "Nenhuma sinalizacao no mes." to ws-linha-revisao
               perform gravar-linha-revisao
           end-if

           move space to ws-linha-revisao
           string "SINALIZACOES "         delimited by size
                  ws-js-qtd-flags         delimited by size
                  " EM "                  delimited by size
                  ws-js-qtd-sessoes       delimited by size
                  " SESSAO(OES) DE "      delimited by size
                  ws-js-qtd-jogadores     delimited by size
                  " JOGADOR(ES)"          delimited by size
             into ws-linha-revisao
           end-string
           perform gravar-linha-revisao

      *>    totais de controle da leitura do jornal (1a passada)
           move ws-js-lidas       to ws-cs-lidas
           move ws-js-usadas      to ws-cs-usadas
           move ws-js-rejeitadas  to ws-cs-rejeitadas
           perform montar-linha-controle
           move ws-linha-controle to ws-linha-revisao
           perform gravar-linha-revisao

           move space to ws-linha-revisao
           string "LINHAS DE TREINO (fora da revisao) "  delimited by size
                  ws-js-treino                           delimited by size
             into ws-linha-revisao
           end-string
           perform gravar-linha-revisao

           close relatorioRevisao

           .
       gravar-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma linha do relatorio da revisao
      *>________________________________________________________________________
       gravar-linha-revisao section.

           move ws-linha-revisao to fd-relRev
           write fd-relRev

           .
       gravar-linha-revisao-exit.
           exit.

      *>________________________________________________________________________
      *>   Solicitacao do titular de dados (LGPD): acesso exporta num
      *>   arquivo legivel todos os registros do nome; eliminacao troca o
      *>   nome por um pseudonimo estavel em todos os arquivos. As duas
      *>   emitem o certificado de conclusao e ficam na auditoria
      *>________________________________________________________________________
       solicitacao-lgpd section.

           display erase
           display "SOLICITACAO DO TITULAR DE DADOS (LGPD)"
           display " "
           display "1 - Acesso: exporta num arquivo legivel todos os registros"
           display "    que o sistema guarda do nome"
           display "2 - Eliminacao: troca o nome por um pseudonimo estavel em"
           display "    todos os arquivos (liga e estatisticas seguem somando)"
           display " "

           move space to ws-lg-opcao
           display "Opcao (vazio cancela):"
           accept ws-lg-opcao

           move space to ws-lg-acao
           if ws-lg-opcao = "1" then
               move "A" to ws-lg-acao
           end-if
           if ws-lg-opcao = "2" then
               move "E" to ws-lg-acao
           end-if

           if ws-lg-acao = space then
               display "Nada feito."
           else
               move space to ws-nome-jogador
               display " "
               display "Nome do titular, como gravado no cadastro (vazio cancela):"
               accept ws-nome-jogador

               if ws-nome-jogador = space then
                   display "Nada feito."
               else
                   move space to ws-lg-protocolo
                   display "Protocolo da solicitacao (opcional):"
                   accept ws-lg-protocolo

                   move ws-nome-jogador to ws-lg-nome
                   perform calcular-pseudonimo

                   if lgpd-acesso then
                       perform exportar-dados-titular
                   else
      *>                a chave do mata-mata em memoria regrava os nomes no
      *>                arquivo da chave a cada confronto
                       if ws-mm-situacao = "A"
                       or ws-mm-situacao = "F" then
                           display "Mata-mata em andamento: conclua a chave antes"
                           display "da eliminacao. Nada alterado."
                       else
                           display " "
                           display "O nome sera trocado por " ws-lg-pseudo
                           display "em todos os arquivos; a troca nao tem volta."
                           move space to ws-lg-confirma
                           display "Digite ELIMINAR para confirmar:"
                           accept ws-lg-confirma
                           inspect ws-lg-confirma converting
                               "abcdefghijklmnopqrstuvwxyz" to
                               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           if ws-lg-confirma = "ELIMINAR" then
                               perform eliminar-dados-titular
                           else
                               display "Eliminacao cancelada. Nada alterado."
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           move space to ws-nome-jogador

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-pausa-tecla

           .
       solicitacao-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Pseudonimo estavel do nome em ws-lg-nome: "ANONIMO-" mais um
      *>   codigo de 6 digitos tirado dos 25 bytes do nome (o mesmo nome da
      *>   sempre o mesmo pseudonimo, em qualquer arquivo e em qualquer dia)
      *>________________________________________________________________________
       calcular-pseudonimo section.

           move zero to ws-lg-hash
           perform varying ws-lg-i from 1 by 1 until ws-lg-i > 25
               compute ws-lg-hash =
                   function mod(ws-lg-hash * 31
                                + function ord(ws-lg-nom-car(ws-lg-i)), 999983)
           end-perform
           move ws-lg-hash to ws-lg-pse-num

           move space to ws-lg-pseudo
           string "ANONIMO-"        delimited by size
                  ws-lg-pse-num     delimited by size
             into ws-lg-pseudo
           end-string

           move function length(function trim(ws-lg-nome))   to ws-lg-nome-tam
           move function length(function trim(ws-lg-pseudo)) to ws-lg-pse-tam

      *>    notas livres do historico terminam em "... POR <nome>"
           move space to ws-lg-alvo
           string " POR "                   delimited by size
                  function trim(ws-lg-nome) delimited by size
             into ws-lg-alvo
           end-string
           compute ws-lg-alvo-tam = ws-lg-nome-tam + 5

           .
       calcular-pseudonimo-exit.
           exit.

      *>________________________________________________________________________
      *>   Data e hora da solicitacao, para o nome da exportacao e do
      *>   certificado e para os cabecalhos deles
      *>________________________________________________________________________
       carimbar-solicitacao-lgpd section.

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-audit from time

           move ws-data-hoje      to ws-lg-cb-data
           move ws-ha-hh          to ws-lg-cb-hh
           move ws-ha-mm          to ws-lg-cb-mm
           move ws-ha-ss          to ws-lg-cb-ss

           move ws-data-hoje-dd   to ws-dbr-dd
           move ws-data-hoje-mm   to ws-dbr-mm
           move ws-data-hoje-aaaa to ws-dbr-aaaa
           move ws-data-barras    to ws-lgq-data
           move ws-ha-hh          to ws-lgq-hh
           move ws-ha-mm          to ws-lgq-mm
           move ws-ha-ss          to ws-lgq-ss

           move space to ws-arq-lgpd-exp
           string "lgpdAcesso"      delimited by size
                  ws-lg-carimbo     delimited by size
                  "Rel.txt"         delimited by size
             into ws-arq-lgpd-exp
           end-string

           move space to ws-arq-lgpd-cert
           string "lgpdCertificado" delimited by size
                  ws-lg-carimbo     delimited by size
                  "Rel.txt"         delimited by size
             into ws-arq-lgpd-cert
           end-string

           .
       carimbar-solicitacao-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Acesso: uma exportacao legivel com todo registro do nome,
      *>   agrupado por arquivo, e o certificado com a contagem de cada um
      *>________________________________________________________________________
       exportar-dados-titular section.

           perform carimbar-solicitacao-lgpd

           move ws-arq-lgpd-exp to ws-arq-lgpd-rel
           open output relatorioLgpd
           if ws-fs-relLgpd <> 0 then
               move "76"                                 to ws-msn-erro-ofsset
               move ws-fs-relLgpd                        to ws-msn-erro-cod
               move "Erro ao abrir arq. da solic. LGPD  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "EXPORTACAO DE DADOS DO TITULAR (LGPD - ACESSO)" to ws-linha-lgpd
           perform gravar-linha-lgpd

           move space to ws-linha-lgpd
           string "TITULAR ........: "      delimited by size
                  function trim(ws-lg-nome) delimited by size
             into ws-linha-lgpd
           end-string
           perform gravar-linha-lgpd

           perform gravar-protocolo-lgpd

           move space to ws-linha-lgpd
           string "EMITIDA EM .....: "      delimited by size
                  ws-lg-quando              delimited by size
                  "  OPERADOR "             delimited by size
                  ws-operador               delimited by size
             into ws-linha-lgpd
           end-string
           perform gravar-linha-lgpd

           perform processar-arquivos-lgpd

           if ws-lg-total-reg = 0 then
               move " " to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "Nenhum registro encontrado para o nome informado."
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
           end-if

           close relatorioLgpd

           perform gravar-certificado-lgpd
           perform registrar-emitidos-lgpd

           move "LGPD ACESSO" to ws-la-acao
           move space         to ws-la-detalhe
           string "TITULAR "                       delimited by size
                  function trim(ws-lg-nome)        delimited by size
                  " PROTOCOLO "                    delimited by size
                  function trim(ws-lg-protocolo)   delimited by size
                  " ARQUIVOS "                     delimited by size
                  ws-lg-arq-com-reg                delimited by size
                  " REGISTROS "                    delimited by size
                  ws-lg-total-reg                  delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           display " "
           display ws-lg-total-reg " registro(s) em " ws-lg-arq-com-reg
                   " de " ws-lg-total-arq " arquivo(s) examinado(s)."
           display "Exportacao .: " function trim(ws-arq-lgpd-exp)
           display "Certificado : " function trim(ws-arq-lgpd-cert)

           .
       exportar-dados-titular-exit.
           exit.

      *>________________________________________________________________________
      *>   Eliminacao: o nome vira o pseudonimo em todos os arquivos; os
      *>   pontos e torneios ficam com o pseudonimo, e por isso os totais
      *>   da liga e das estatisticas nao mudam. A auditoria nao e
      *>   reescrita (e o registro legal das operacoes; entra no
      *>   certificado como retida) e a propria eliminacao fica nela so
      *>   pelo pseudonimo
      *>________________________________________________________________________
       eliminar-dados-titular section.

           perform carimbar-solicitacao-lgpd

           perform processar-arquivos-lgpd

      *>    a tabela em memoria pode ter o nome: recarrega do cadastro, como
      *>    depois da mescla
           perform carregar-cadastro-tabela

           perform gravar-certificado-lgpd

           move "LGPD ELIMINACAO" to ws-la-acao
           move space             to ws-la-detalhe
           string "PSEUDONIMO "                    delimited by size
                  function trim(ws-lg-pseudo)      delimited by size
                  " PROTOCOLO "                    delimited by size
                  function trim(ws-lg-protocolo)   delimited by size
                  " ARQUIVOS "                     delimited by size
                  ws-lg-arq-com-reg                delimited by size
                  " REGISTROS "                    delimited by size
                  ws-lg-total-reg                  delimited by size
             into ws-la-detalhe
           end-string
           perform gravar-auditoria

           display " "
           display ws-lg-total-reg " registro(s) pseudonimizado(s) em "
                   ws-lg-arq-com-reg " de " ws-lg-total-arq
                   " arquivo(s) examinado(s)."
           display "Pseudonimo .: " ws-lg-pseudo
           display "Certificado : " function trim(ws-arq-lgpd-cert)
           display "Liga, liga geral, hall, estatisticas e progresso saem sem o"
           display "nome na proxima execucao noturna; presenca na proxima emissao."

           .
       eliminar-dados-titular-exit.
           exit.

      *>________________________________________________________________________
      *>   Todos os arquivos que guardam o nome, na mesma ordem para as
      *>   duas acoes; o cadastro vivo vem depois dos demais regravados,
      *>   para uma eliminacao interrompida ainda achar o titular pelo nome
      *>   e poder ser repetida; por ultimo os arquivos de trabalho e a
      *>   auditoria, que nao sao regravados
      *>________________________________________________________________________
       processar-arquivos-lgpd section.

           move zero to ws-lg-qtd-cert
           move zero to ws-lg-total-arq
           move zero to ws-lg-total-reg
           move zero to ws-lg-arq-com-reg
           move space to ws-lg-tratamento
           move space to ws-lg-livre

      *>    o jornal pode estar aberto em extend pela partida em andamento
           if ws-jornal-aberto = "1" then
               close jornalRespostas
               move space to ws-jornal-aberto
           end-if

      *>    ______ arquivos com o nome num campo de linha ______
           move "C"   to ws-lg-formato
           move space to ws-lg-opcional
           move ";"   to ws-lg-sep

           move "jornalRespostasRel.txt"      to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "relatorioFinalRel.txt"       to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "historicoGeralRel.txt"       to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "intercambioRel.txt"          to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "calendarioRel.txt"           to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "razaoPremiosRel.txt"         to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "recursosRespostasRel.txt"    to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "chaveMataMataRel.txt"        to ws-arq-lgpd
           perform tratar-arquivo-lgpd

           move ","                           to ws-lg-sep
           move "relatorioFinalRel.csv"       to ws-arq-lgpd
           perform tratar-arquivo-lgpd

      *>    ______ historico arquivado: um par de arquivos por corte de
      *>    mes; so os cortes existentes entram no certificado ______
           move "1" to ws-lg-opcional
           perform varying ws-lg-ano from ws-rc-ano-ini by 1
                     until ws-lg-ano > ws-data-hoje-aaaa
               perform varying ws-lg-mes from 1 by 1 until ws-lg-mes > 12
                   move ";"   to ws-lg-sep
                   move space to ws-arq-lgpd
                   string "arcRelFinal"    delimited by size
                          ws-lg-ano        delimited by size
                          ws-lg-mes        delimited by size
                          ".txt"           delimited by size
                     into ws-arq-lgpd
                   end-string
                   perform tratar-arquivo-lgpd

                   move ","   to ws-lg-sep
                   move space to ws-arq-lgpd
                   string "arcRelFinalCsv" delimited by size
                          ws-lg-ano        delimited by size
                          ws-lg-mes        delimited by size
                          ".csv"           delimited by size
                     into ws-arq-lgpd
                   end-string
                   perform tratar-arquivo-lgpd
               end-perform
           end-perform
           move space to ws-lg-opcional

      *>    ______ relatorios com o nome no meio do texto: extrato,
      *>    reconciliacao e as revisoes mensais ja emitidas; na eliminacao
      *>    tambem as exportacoes e certificados de acesso entregues ______
           move "T" to ws-lg-formato

           move "extratoPremiosRel.txt"       to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move "reconciliacaoPontosRel.txt"  to ws-arq-lgpd
           perform tratar-arquivo-lgpd

           move "1" to ws-lg-opcional
           perform varying ws-lg-ano from ws-rc-ano-ini by 1
                     until ws-lg-ano > ws-data-hoje-aaaa
               perform varying ws-lg-mes from 1 by 1 until ws-lg-mes > 12
                   move space to ws-arq-lgpd
                   string "revisaoJogo"    delimited by size
                          ws-lg-ano        delimited by size
                          ws-lg-mes        delimited by size
                          "Rel.txt"        delimited by size
                     into ws-arq-lgpd
                   end-string
                   perform tratar-arquivo-lgpd
               end-perform
           end-perform

           if lgpd-eliminacao then
               perform tratar-emitidos-lgpd
           end-if
           move space to ws-lg-opcional

      *>    ______ registros do cadastro em arquivo texto: arquivo morto
      *>    e copia do indexado de 62 bytes ______
           move "F" to ws-lg-formato

           move 101 to ws-lg-leiaute
           move "jogadoresAposentadosRel.txt" to ws-arq-lgpd
           perform tratar-arquivo-lgpd

           move 62 to ws-lg-leiaute
           move "cadastroJogadoresV2Bkp.txt"  to ws-arq-lgpd
           perform tratar-arquivo-lgpd

      *>    ______ geracoes de backup e cadastros relativos anteriores ______
           perform varying ws-lg-ger from 1 by 1 until ws-lg-ger > 5
               move space to ws-arq-bkp-sai
               string "cadastroJogadoresGer" delimited by size
                      ws-lg-ger              delimited by size
                      ".txt"                 delimited by size
                 into ws-arq-bkp-sai
               end-string
               perform tratar-geracao-lgpd
           end-perform

           perform tratar-cadastro-relativo-lgpd
           perform tratar-copia-v1-lgpd

      *>    ______ cadastro vivo ______
           perform tratar-cadastro-lgpd

      *>    ______ arquivos de trabalho das consolidacoes e da revisao:
      *>    refeitos a cada execucao, na eliminacao sao esvaziados ______
           move "T" to ws-lg-formato
           if lgpd-eliminacao then
               move "V" to ws-lg-tratamento
               move "consolidacaoTmpRel.txt"      to ws-arq-lgpd
               perform tratar-arquivo-lgpd
               move "revisaoTmpRel.txt"           to ws-arq-lgpd
               perform tratar-arquivo-lgpd
               move "housekeepingTmpRel.txt"      to ws-arq-lgpd
               perform tratar-arquivo-lgpd
           end-if

      *>    ______ auditoria: nunca regravada; no acesso as linhas com o
      *>    nome vao para a exportacao, na eliminacao so sao contadas ______
           move "R" to ws-lg-tratamento
           move "1" to ws-lg-livre
           move "auditoriaRel.txt"            to ws-arq-lgpd
           perform tratar-arquivo-lgpd
           move space to ws-lg-tratamento
           move space to ws-lg-livre

           .
       processar-arquivos-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Exportacoes e certificados de acesso ja entregues, pela lista
      *>   lgpdEmitidosRel.txt; os apagados depois nao entram no certificado
      *>________________________________________________________________________
       tratar-emitidos-lgpd section.

           open input lgpdEmitidos
           if ws-fs-lgpdEmit = 35 then
               continue
           else
               if ws-fs-lgpdEmit <> 0 then
                   move "78"                                 to ws-msn-erro-ofsset
                   move ws-fs-lgpdEmit                       to ws-msn-erro-cod
                   move "Erro ao ler lista de emitidos LGPD " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-lgpdEmit <> 0
                   read lgpdEmitidos
                   if  ws-fs-lgpdEmit = 0
                   and fd-lgpdEmit not = space then
                       move fd-lgpdEmit to ws-arq-lgpd
                       perform tratar-arquivo-lgpd
                   end-if
               end-perform

               if ws-fs-lgpdEmit <> 10 then
                   move "78"                                 to ws-msn-erro-ofsset
                   move ws-fs-lgpdEmit                       to ws-msn-erro-cod
                   move "Erro ao ler lista de emitidos LGPD " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close lgpdEmitidos
           end-if

           .
       tratar-emitidos-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Um arquivo texto pelo nome em ws-arq-lgpd: linha de campos
      *>   (separador ws-lg-sep) ou registro do cadastro com o nome nas 25
      *>   primeiras posicoes ou texto livre com o nome no meio
      *>   (ws-lg-formato); no acesso a linha vai para a exportacao, na
      *>   eliminacao o arquivo e regravado pelo de trabalho, esvaziado ou
      *>   retido (ws-lg-tratamento)
      *>________________________________________________________________________
       tratar-arquivo-lgpd section.

           move zero  to ws-lg-qtd-arq
           move zero  to ws-lg-linha-num
           move space to ws-lg-arq-existe
           move space to ws-lg-cab-gravado

           open input arquivoLgpd
           if ws-fs-lgpd = 35 then
               continue
           else
               if ws-fs-lgpd <> 0 then
                   move "77"                                 to ws-msn-erro-ofsset
                   move ws-fs-lgpd                           to ws-msn-erro-cod
                   move "Erro ao ler arquivo do titular LGPD" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "1" to ws-lg-arq-existe

               if  lgpd-eliminacao
               and lgpd-regravar then
                   open output lgpdTmp
                   if ws-fs-lgpdTmp <> 0 then
                       move "74"                                 to ws-msn-erro-ofsset
                       move ws-fs-lgpdTmp                        to ws-msn-erro-cod
                       move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               perform until ws-fs-lgpd <> 0
                   read arquivoLgpd
                   if ws-fs-lgpd = 0 then
                       add 1 to ws-lg-linha-num

                       move zero  to ws-lg-trocas
                       move space to ws-lg-saida
                       if lgpd-fixo then
                           if fd-lgpd-nome = ws-lg-nome then
                               move 1            to ws-lg-trocas
                               move fd-lgpd      to ws-lg-saida
                               move ws-lg-pseudo to ws-lg-sai-nome
                           end-if
                       else
                           move fd-lgpd to ws-lg-linha
                           if lgpd-texto then
                               perform pseudonimizar-texto
                           else
                               perform pseudonimizar-linha
                           end-if
                       end-if

                       if ws-lg-trocas > 0 then
                           add 1 to ws-lg-qtd-arq
                           if lgpd-acesso then
                               perform exportar-linha-lgpd
                           end-if
                           move ws-lg-saida to fd-lgpdTmp
                       else
                           move fd-lgpd     to fd-lgpdTmp
                       end-if

                       if  lgpd-eliminacao
                       and lgpd-regravar then
                           write fd-lgpdTmp
                       end-if
                   end-if
               end-perform

      *>        leitura interrompida no meio: nao regrava um arquivo pela
      *>        metade
               if ws-fs-lgpd <> 10 then
                   move "77"                                 to ws-msn-erro-ofsset
                   move ws-fs-lgpd                           to ws-msn-erro-cod
                   move "Erro ao ler arquivo do titular LGPD" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arquivoLgpd

               if lgpd-eliminacao then
                   if lgpd-regravar then
                       close lgpdTmp
                       if ws-lg-qtd-arq > 0 then
                           perform regravar-arquivo-lgpd
                       end-if
                   end-if

                   if lgpd-esvaziar then
                       open output arquivoLgpd
                       if ws-fs-lgpd <> 0 then
                           move "75"                                 to ws-msn-erro-ofsset
                           move ws-fs-lgpd                           to ws-msn-erro-cod
                           move "Erro ao reescrever arq. do titular " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       close arquivoLgpd
                   end-if
               end-if
           end-if

           perform registrar-arquivo-lgpd

           .
       tratar-arquivo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Regrava o arquivo ws-arq-lgpd com o conteudo do de trabalho
      *>________________________________________________________________________
       regravar-arquivo-lgpd section.

           open input lgpdTmp
           if ws-fs-lgpdTmp <> 0 then
               move "74"                                 to ws-msn-erro-ofsset
               move ws-fs-lgpdTmp                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo de trabalho  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arquivoLgpd
           if ws-fs-lgpd <> 0 then
               move "75"                                 to ws-msn-erro-ofsset
               move ws-fs-lgpd                           to ws-msn-erro-cod
               move "Erro ao reescrever arq. do titular " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-lgpdTmp = 10
               read lgpdTmp
               if ws-fs-lgpdTmp = 0 then
                   move fd-lgpdTmp to fd-lgpd
                   write fd-lgpd
               end-if
           end-perform

           close lgpdTmp
           close arquivoLgpd

           .
       regravar-arquivo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Troca o nome pelo pseudonimo na linha de campos ws-lg-linha,
      *>   campo a campo (separador ws-lg-sep); a linha nova sai em
      *>   ws-lg-saida e ws-lg-trocas conta os campos trocados. So casa o
      *>   campo inteiro igual ao nome, para "Ana" nao pegar "Ana Paula"
      *>________________________________________________________________________
       pseudonimizar-linha section.

           move zero  to ws-lg-trocas
           move zero  to ws-lg-pos-sai
           move space to ws-lg-saida

           move zero to ws-lg-tam
           if ws-lg-linha not = space then
               move function length(function trim(ws-lg-linha trailing))
                 to ws-lg-tam
           end-if

           move 1 to ws-lg-ini
           perform until ws-lg-ini > ws-lg-tam

      *>        o campo vai de ws-lg-ini ate antes do separador seguinte
               move ws-lg-ini to ws-lg-fim
               perform until ws-lg-fim > ws-lg-tam
                          or ws-lg-car(ws-lg-fim) = ws-lg-sep
                   add 1 to ws-lg-fim
               end-perform

               compute ws-lg-cmp-tam = ws-lg-fim - ws-lg-ini
               move space to ws-lg-campo
               perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-cmp-tam
                   compute ws-lg-j = ws-lg-ini + ws-lg-i - 1
                   move ws-lg-car(ws-lg-j) to ws-lg-cmp-car(ws-lg-i)
               end-perform

               perform trocar-campo-lgpd

               if ws-lg-fim <= ws-lg-tam then
                   move ws-lg-sep to ws-lg-car-sai
                   perform emitir-car-lgpd
               end-if

               compute ws-lg-ini = ws-lg-fim + 1
           end-perform

           .
       pseudonimizar-linha-exit.
           exit.

      *>________________________________________________________________________
      *>   Um campo (ws-lg-campo) para a linha nova: o campo igual ao nome,
      *>   ou a nota terminada em " POR <nome>", leva o pseudonimo; o campo
      *>   trocado guarda a largura original (colunas fixas continuam
      *>   alinhadas) e so cresce quando era mais curto que o pseudonimo
      *>________________________________________________________________________
       trocar-campo-lgpd section.

           compute ws-lg-pos-limite = ws-lg-pos-sai + ws-lg-cmp-tam
           move space to ws-lg-casou
           move zero  to ws-lg-k

           if  ws-lg-campo not = space
           and function trim(ws-lg-campo) = function trim(ws-lg-nome) then
               move "1" to ws-lg-casou
           else
               move zero to ws-lg-cmp-util
               if ws-lg-campo not = space then
                   move function length(function trim(ws-lg-campo trailing))
                     to ws-lg-cmp-util
               end-if

               if ws-lg-cmp-util > ws-lg-alvo-tam then
                   compute ws-lg-k = ws-lg-cmp-util - ws-lg-alvo-tam
                   move "1" to ws-lg-casou
                   perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-alvo-tam
                       compute ws-lg-j = ws-lg-k + ws-lg-i
                       if ws-lg-cmp-car(ws-lg-j) not = ws-lg-alv-car(ws-lg-i) then
                           move space to ws-lg-casou
                       end-if
                   end-perform

      *>            o texto mantido vai ate o " POR " inclusive
                   if ws-lg-casou = "1" then
                       add 5 to ws-lg-k
                   else
                       move zero to ws-lg-k
                   end-if
               end-if
           end-if

           if ws-lg-casou = "1" then
               add 1 to ws-lg-trocas
               perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-k
                   move ws-lg-cmp-car(ws-lg-i) to ws-lg-car-sai
                   perform emitir-car-lgpd
               end-perform
               perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-pse-tam
                   move ws-lg-pse-car(ws-lg-i) to ws-lg-car-sai
                   perform emitir-car-lgpd
               end-perform
               perform until ws-lg-pos-sai >= ws-lg-pos-limite
                   move space to ws-lg-car-sai
                   perform emitir-car-lgpd
               end-perform
           else
               perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-cmp-tam
                   move ws-lg-cmp-car(ws-lg-i) to ws-lg-car-sai
                   perform emitir-car-lgpd
               end-perform
           end-if

           .
       trocar-campo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Troca o nome pelo pseudonimo em qualquer ponto do texto livre
      *>   ws-lg-linha (extrato, reconciliacao, revisao, exportacao,
      *>   auditoria); a linha nova sai em ws-lg-saida e ws-lg-trocas conta
      *>   as ocorrencias. O nome mais longo que o pseudonimo e completado
      *>   com brancos; o mais curto absorve os brancos de preenchimento
      *>   seguintes, deixando ao menos um, e as colunas ficam no lugar
      *>________________________________________________________________________
       pseudonimizar-texto section.

           move zero  to ws-lg-trocas
           move zero  to ws-lg-pos-sai
           move space to ws-lg-saida

           move zero to ws-lg-tam
           if ws-lg-linha not = space then
               move function length(function trim(ws-lg-linha trailing))
                 to ws-lg-tam
           end-if

           move 1 to ws-lg-ini
           perform until ws-lg-ini > ws-lg-tam
               perform casar-nome-texto
               if ws-lg-casou = "1" then
                   add 1 to ws-lg-trocas
                   compute ws-lg-pos-limite = ws-lg-pos-sai + ws-lg-nome-tam
                   perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-pse-tam
                       move ws-lg-pse-car(ws-lg-i) to ws-lg-car-sai
                       perform emitir-car-lgpd
                   end-perform
                   perform until ws-lg-pos-sai >= ws-lg-pos-limite
                       move space to ws-lg-car-sai
                       perform emitir-car-lgpd
                   end-perform

                   compute ws-lg-ini = ws-lg-fim + 1
                   perform until ws-lg-pos-sai <= ws-lg-pos-limite
                              or ws-lg-ini >= ws-lg-tam
                              or ws-lg-car(ws-lg-ini) not = space
                              or ws-lg-car(ws-lg-ini + 1) not = space
                       add 1 to ws-lg-ini
                       add 1 to ws-lg-pos-limite
                   end-perform
               else
                   move ws-lg-car(ws-lg-ini) to ws-lg-car-sai
                   perform emitir-car-lgpd
                   add 1 to ws-lg-ini
               end-if
           end-perform

           .
       pseudonimizar-texto-exit.
           exit.

      *>________________________________________________________________________
      *>   O nome esta em ws-lg-ini como palavra inteira? Antes dele inicio
      *>   da linha ou caractere fora de palavra; depois, fim da linha ou
      *>   caractere fora de palavra. Um branco so seguido de outra palavra
      *>   e continuacao do nome ("Ana" nao pega "Ana Paula"), a nao ser no
      *>   nome de 25 posicoes, que nao tem continuacao, e em ws-lg-livre
      *>   quando a palavra seguinte nao tem minusculas
      *>________________________________________________________________________
       casar-nome-texto section.

           move space to ws-lg-casou
           compute ws-lg-fim = ws-lg-ini + ws-lg-nome-tam - 1

           if  ws-lg-nome-tam > 0
           and ws-lg-fim <= ws-lg-tam then
               move "1" to ws-lg-casou
               perform varying ws-lg-i from 1 by 1 until ws-lg-i > ws-lg-nome-tam
                   compute ws-lg-j = ws-lg-ini + ws-lg-i - 1
                   if ws-lg-car(ws-lg-j) not = ws-lg-nom-car(ws-lg-i) then
                       move space to ws-lg-casou
                   end-if
               end-perform
           end-if

           if  ws-lg-casou = "1"
           and ws-lg-ini > 1 then
               compute ws-lg-j = ws-lg-ini - 1
               move ws-lg-car(ws-lg-j) to ws-lg-car-teste
               if lgpd-car-palavra then
                   move space to ws-lg-casou
               end-if
           end-if

           if  ws-lg-casou = "1"
           and ws-lg-fim < ws-lg-tam then
               compute ws-lg-j = ws-lg-fim + 1
               move ws-lg-car(ws-lg-j) to ws-lg-car-teste
               if lgpd-car-palavra then
                   move space to ws-lg-casou
               else
                   if  ws-lg-car(ws-lg-j) = space
                   and ws-lg-j < ws-lg-tam
                   and ws-lg-nome-tam < 25 then
                       add 1 to ws-lg-j
                       move ws-lg-car(ws-lg-j) to ws-lg-car-teste
                       if lgpd-car-palavra then
                           if ws-lg-livre not = "1" then
                               move space to ws-lg-casou
                           end-if
                           perform until ws-lg-j > ws-lg-tam
                                      or ws-lg-casou not = "1"
                                      or not lgpd-car-palavra
                               if lgpd-car-minuscula then
                                   move space to ws-lg-casou
                               end-if
                               add 1 to ws-lg-j
                               if ws-lg-j <= ws-lg-tam then
                                   move ws-lg-car(ws-lg-j) to ws-lg-car-teste
                               end-if
                           end-perform
                       end-if
                   end-if
               end-if
           end-if

           .
       casar-nome-texto-exit.
           exit.

      *>________________________________________________________________________
      *>   Acrescenta ws-lg-car-sai na linha nova (alem de 240 posicoes o
      *>   byte e descartado)
      *>________________________________________________________________________
       emitir-car-lgpd section.

           add 1 to ws-lg-pos-sai
           if ws-lg-pos-sai <= 240 then
               move ws-lg-car-sai to ws-lg-sai-car(ws-lg-pos-sai)
           end-if

           .
       emitir-car-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Uma geracao de backup do cadastro (ws-arq-bkp-sai), pela chave
      *>   de nome; geracao ainda no leiaute anterior e convertida antes
      *>________________________________________________________________________
       tratar-geracao-lgpd section.

           move zero           to ws-lg-qtd-arq
           move space          to ws-lg-arq-existe
           move space          to ws-lg-cab-gravado
           move ws-arq-bkp-sai to ws-arq-lgpd

           if lgpd-acesso then
               open input cadBackupSai
           else
               open i-o cadBackupSai
           end-if

           if ws-fs-bkp-sai = 39 then
               move ws-arq-bkp-sai to ws-arq-ger-conv
               perform converter-geracao-situacao
               if lgpd-acesso then
                   open input cadBackupSai
               else
                   open i-o cadBackupSai
               end-if
           end-if

           if ws-fs-bkp-sai = 35 then
               continue
           else
               if ws-fs-bkp-sai <> 0 then
                   move "2" to ws-lg-arq-existe
                   display "Aviso: nao abriu " function trim(ws-arq-bkp-sai)
                           " (status " ws-fs-bkp-sai ")"
               else
                   move "1" to ws-lg-arq-existe

                   move ws-lg-nome to fd-bkp-sai-nome
                   read cadBackupSai
                   if ws-fs-bkp-sai = 0 then
                       move 1          to ws-lg-qtd-arq
                       move fd-bkp-sai to ws-aposent-reg
                       if lgpd-acesso then
                           move 101 to ws-lg-leiaute
                           perform exportar-registro-cadastro
                       else
                           delete cadBackupSai record
                               invalid key
                                   continue
                           end-delete
                           perform gravar-pseudonimo-geracao
                       end-if
                   end-if

                   close cadBackupSai
               end-if
           end-if

           perform registrar-arquivo-lgpd

           .
       tratar-geracao-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava na geracao o registro do titular (em ws-aposent-reg) com
      *>   o pseudonimo; se o pseudonimo ja esta na geracao, soma nele como
      *>   a mescla de jogadores faz no cadastro vivo
      *>________________________________________________________________________
       gravar-pseudonimo-geracao section.

           move ws-ap-pontos        to ws-mr-pontos
           move ws-ap-pontos-sessao to ws-mr-pontos-sessao
           move ws-ap-torneios      to ws-mr-torneios
           move ws-ap-ult-data      to ws-mr-ult-data

           move ws-lg-pseudo to fd-bkp-sai-nome
           read cadBackupSai
           if ws-fs-bkp-sai = 0 then
               move fd-bkp-sai to ws-aposent-reg
               add ws-mr-pontos        to ws-ap-pontos
               add ws-mr-pontos-sessao to ws-ap-pontos-sessao
               add ws-mr-torneios      to ws-ap-torneios
               if ws-mr-ult-data > ws-ap-ult-data then
                   move ws-mr-ult-data to ws-ap-ult-data
               end-if
               move ws-aposent-reg to fd-bkp-sai
               rewrite fd-bkp-sai
                   invalid key
                       continue
               end-rewrite
           else
               move ws-lg-pseudo   to ws-ap-nome
               move ws-aposent-reg to fd-bkp-sai
               write fd-bkp-sai
                   invalid key
                       continue
               end-write
           end-if

           .
       gravar-pseudonimo-geracao-exit.
           exit.

      *>________________________________________________________________________
      *>   Cadastro relativo das versoes anteriores (cadastroJogadoresRel.txt,
      *>   fica no lugar depois da conversao): o leiaute e reconhecido como
      *>   na conversao, 62 bytes se todo slot presente faz sentido nele,
      *>   senao o antigo de 34 bytes
      *>________________________________________________________________________
       tratar-cadastro-relativo-lgpd section.

           move zero  to ws-lg-qtd-arq
           move space to ws-lg-arq-existe
           move space to ws-lg-cab-gravado
           move "cadastroJogadoresRel.txt" to ws-arq-lgpd
           move space to ws-flag-cad-suspeito

           open input cadastroRelativo
           if ws-fs-cadRel = 35 then
               continue
           else
               move "1" to ws-lg-arq-existe
               if ws-fs-cadRel <> 0 then
                   move "1" to ws-flag-cad-suspeito
               else
                   perform varying ws-lg-slot from 1 by 1
                              until ws-lg-slot > ws-max-jogadores
                       move ws-lg-slot to ws-rk-cadRel
                       read cadastroRelativo
                       if ws-fs-cadRel = 0 then
                           move fd-cadRel to fd-cadJog
                           perform validar-registro-cadJog
                           if ws-flag-cad-valido = space then
                               move "1" to ws-flag-cad-suspeito
                           end-if
                       else
                           if  ws-fs-cadRel <> 23
                           and ws-fs-cadRel <> 10 then
                               move "1" to ws-flag-cad-suspeito
                           end-if
                       end-if
                   end-perform
                   close cadastroRelativo
               end-if

               if ws-flag-cad-suspeito = "1" then
                   move 34 to ws-lg-leiaute
                   perform tratar-relativo-antigo-lgpd
               else
                   move 62 to ws-lg-leiaute
                   perform tratar-relativo-lgpd
               end-if
           end-if

           perform registrar-arquivo-lgpd

           .
       tratar-cadastro-relativo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Slots do cadastro relativo no leiaute de 62 bytes
      *>________________________________________________________________________
       tratar-relativo-lgpd section.

           if lgpd-acesso then
               open input cadastroRelativo
           else
               open i-o cadastroRelativo
           end-if

           if ws-fs-cadRel <> 0 then
               move "2" to ws-lg-arq-existe
           else
               perform varying ws-lg-slot from 1 by 1
                          until ws-lg-slot > ws-max-jogadores
                   move ws-lg-slot to ws-rk-cadRel
                   read cadastroRelativo
                   if ws-fs-cadRel = 0 then
                       move fd-cadRel to ws-aposent-reg
                       if ws-ap-nome = ws-lg-nome then
                           add 1 to ws-lg-qtd-arq
                           if lgpd-acesso then
                               perform exportar-registro-cadastro
                           else
                               move ws-lg-pseudo   to ws-ap-nome
                               move ws-aposent-reg to fd-cadRel
                               rewrite fd-cadRel
                                   invalid key
                                       continue
                               end-rewrite
                           end-if
                       end-if
                   end-if
               end-perform
               close cadastroRelativo
           end-if

           .
       tratar-relativo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Slots do cadastro relativo no leiaute antigo de 34 bytes
      *>________________________________________________________________________
       tratar-relativo-antigo-lgpd section.

           if lgpd-acesso then
               open input cadastroAntigo
           else
               open i-o cadastroAntigo
           end-if

           if ws-fs-cadAnt <> 0 then
               move "2" to ws-lg-arq-existe
           else
               perform varying ws-lg-slot from 1 by 1
                          until ws-lg-slot > ws-max-jogadores
                   move ws-lg-slot to ws-rk-cadAnt
                   read cadastroAntigo
                   if ws-fs-cadAnt = 0 then
                       move fd-cadAnt to ws-aposent-reg
                       if ws-ap-nome = ws-lg-nome then
                           add 1 to ws-lg-qtd-arq
                           if lgpd-acesso then
                               perform exportar-registro-cadastro
                           else
                               move ws-lg-pseudo   to ws-ap-nome
                               move ws-aposent-reg to fd-cadAnt
                               rewrite fd-cadAnt
                                   invalid key
                                       continue
                               end-rewrite
                           end-if
                       end-if
                   end-if
               end-perform
               close cadastroAntigo
           end-if

           .
       tratar-relativo-antigo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Copia de seguranca do cadastro antigo de 34 bytes
      *>   (cadastroJogadoresV1Bkp.txt), relativa por slot
      *>________________________________________________________________________
       tratar-copia-v1-lgpd section.

           move zero  to ws-lg-qtd-arq
           move space to ws-lg-arq-existe
           move space to ws-lg-cab-gravado
           move "cadastroJogadoresV1Bkp.txt" to ws-arq-lgpd
           move 34 to ws-lg-leiaute

           if lgpd-acesso then
               open input cadastroAntigoBkp
           else
               open i-o cadastroAntigoBkp
           end-if

           if ws-fs-cadAntBkp = 35 then
               continue
           else
               if ws-fs-cadAntBkp <> 0 then
                   move "2" to ws-lg-arq-existe
               else
                   move "1" to ws-lg-arq-existe
                   perform varying ws-lg-slot from 1 by 1
                              until ws-lg-slot > ws-max-jogadores
                       move ws-lg-slot to ws-rk-cadAntBkp
                       read cadastroAntigoBkp
                       if ws-fs-cadAntBkp = 0 then
                           move fd-cadAntBkp to ws-aposent-reg
                           if ws-ap-nome = ws-lg-nome then
                               add 1 to ws-lg-qtd-arq
                               if lgpd-acesso then
                                   perform exportar-registro-cadastro
                               else
                                   move ws-lg-pseudo   to ws-ap-nome
                                   move ws-aposent-reg to fd-cadAntBkp
                                   rewrite fd-cadAntBkp
                                       invalid key
                                           continue
                                   end-rewrite
                               end-if
                           end-if
                       end-if
                   end-perform
                   close cadastroAntigoBkp
               end-if
           end-if

           perform registrar-arquivo-lgpd

           .
       tratar-copia-v1-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Cadastro vivo: no acesso, a ficha; na eliminacao, o registro
      *>   passa para a chave do pseudonimo pela mescla (que soma num
      *>   pseudonimo ja existente), com pontos, torneios e situacao
      *>________________________________________________________________________
       tratar-cadastro-lgpd section.

           move zero  to ws-lg-qtd-arq
           move "1"   to ws-lg-arq-existe
           move space to ws-lg-cab-gravado
           move "cadastroJogadoresIdx.txt" to ws-arq-lgpd

           move ws-lg-nome to fd-cadJog-nome
           read cadastroJogadores
           if ws-fs-cadJog = 0 then
               move 1 to ws-lg-qtd-arq
               if lgpd-acesso then
                   move fd-cadJog to ws-aposent-reg
                   move 101       to ws-lg-leiaute
                   perform exportar-registro-cadastro
               else
                   move ws-lg-nome   to ws-mescla-origem
                   move ws-lg-pseudo to ws-mescla-destino
                   perform mesclar-no-cadastro
               end-if
           end-if

           perform registrar-arquivo-lgpd

           .
       tratar-cadastro-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Linha do certificado do arquivo recem examinado (ws-arq-lgpd);
      *>   arquivo opcional inexistente (corte de mes nunca arquivado) nao
      *>   entra
      *>________________________________________________________________________
       registrar-arquivo-lgpd section.

           if  ws-lg-opcional = "1"
           and ws-lg-arq-existe = space then
               continue
           else
               add 1 to ws-lg-total-arq
               if lgpd-acesso or lgpd-regravar then
                   add ws-lg-qtd-arq to ws-lg-total-reg
                   if ws-lg-qtd-arq > 0 then
                       add 1 to ws-lg-arq-com-reg
                   end-if
               end-if

               if ws-lg-qtd-cert < 300 then
                   add 1 to ws-lg-qtd-cert
                   move ws-arq-lgpd   to ws-lgc-arquivo(ws-lg-qtd-cert)
                   move ws-lg-qtd-arq to ws-lgc-registros(ws-lg-qtd-cert)

                   if ws-lg-arq-existe = space then
                       move "INEXISTENTE"    to ws-lgc-situacao(ws-lg-qtd-cert)
                   end-if
                   if ws-lg-arq-existe = "2" then
                       move "NAO LIDO"       to ws-lgc-situacao(ws-lg-qtd-cert)
                   end-if
                   if ws-lg-arq-existe = "1" then
                       if ws-lg-qtd-arq = 0 then
                           move "SEM REGISTRO"   to ws-lgc-situacao(ws-lg-qtd-cert)
                       else
                           if lgpd-acesso then
                               move "EXPORTADO"      to ws-lgc-situacao(ws-lg-qtd-cert)
                           else
                               move "PSEUDONIMIZADO" to ws-lgc-situacao(ws-lg-qtd-cert)
                           end-if
                       end-if
                       if  lgpd-eliminacao
                       and lgpd-retido then
                           move "RETIDO"         to ws-lgc-situacao(ws-lg-qtd-cert)
                       end-if
                       if  lgpd-eliminacao
                       and lgpd-esvaziar then
                           move "ESVAZIADO"      to ws-lgc-situacao(ws-lg-qtd-cert)
                       end-if
                   end-if
               end-if
           end-if

           .
       registrar-arquivo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Cabecalho do arquivo corrente na exportacao, antes do primeiro
      *>   registro dele
      *>________________________________________________________________________
       gravar-cabecalho-arquivo-lgpd section.

           if ws-lg-cab-gravado = space then
               move "1" to ws-lg-cab-gravado

               move " " to ws-linha-lgpd
               perform gravar-linha-lgpd

               move space to ws-linha-lgpd
               string "ARQUIVO "                 delimited by size
                      function trim(ws-arq-lgpd) delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           end-if

           .
       gravar-cabecalho-arquivo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Linha do arquivo texto (ws-lg-linha-num) na exportacao: o
      *>   registro do cadastro sai por campo, a linha de campos como esta
      *>________________________________________________________________________
       exportar-linha-lgpd section.

           if lgpd-fixo then
               move fd-lgpd to ws-aposent-reg
               perform exportar-registro-cadastro
           else
               perform gravar-cabecalho-arquivo-lgpd
               move space to ws-linha-lgpd
               string "  LINHA "                          delimited by size
                      ws-lg-linha-num                     delimited by size
                      ": "                                delimited by size
                      function trim(fd-lgpd trailing)     delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           end-if

           .
       exportar-linha-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Ficha legivel de um registro do cadastro em ws-aposent-reg, no
      *>   leiaute ws-lg-leiaute (34 antigo, 62 anterior a situacao, 101)
      *>________________________________________________________________________
       exportar-registro-cadastro section.

           perform gravar-cabecalho-arquivo-lgpd

           move space to ws-linha-lgpd
           string "  JOGADOR "                delimited by size
                  ws-ap-nome                  delimited by size
                  " PONTOS VITALICIOS "       delimited by size
                  ws-ap-pontos                delimited by size
                  " PONTOS NA SESSAO "        delimited by size
                  ws-ap-pontos-sessao         delimited by size
             into ws-linha-lgpd
           end-string
           perform gravar-linha-lgpd

           if ws-lg-leiaute > 34 then
               move space to ws-lg-data-x
               if  ws-ap-ult-data is numeric
               and ws-ap-ult-data > 0 then
                   move ws-ap-ud-dd   to ws-dbr-dd
                   move ws-ap-ud-mm   to ws-dbr-mm
                   move ws-ap-ud-aaaa to ws-dbr-aaaa
                   move ws-data-barras to ws-lg-data-x
               end-if

               move space to ws-linha-lgpd
               string "    TORNEIOS "             delimited by size
                      ws-ap-torneios              delimited by size
                      " ULTIMO TORNEIO "          delimited by size
                      ws-lg-data-x                delimited by size
                      " TIME "                    delimited by size
                      ws-ap-time                  delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           end-if

           if ws-lg-leiaute > 62 then
               perform descrever-situacao

               move space to ws-lg-data-x
               if  ws-ap-sit-data is numeric
               and ws-ap-sit-data > 0 then
                   move ws-ap-sd-dd   to ws-dbr-dd
                   move ws-ap-sd-mm   to ws-dbr-mm
                   move ws-ap-sd-aaaa to ws-dbr-aaaa
                   move ws-data-barras to ws-lg-data-x
               end-if

               move space to ws-linha-lgpd
               string "    SITUACAO "             delimited by size
                      ws-sit-descricao            delimited by size
                      " DESDE "                   delimited by size
                      ws-lg-data-x                delimited by size
                      " MOTIVO "                  delimited by size
                      ws-ap-sit-motivo            delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           end-if

           .
       exportar-registro-cadastro-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava ws-linha-lgpd na exportacao ou no certificado
      *>________________________________________________________________________
       gravar-linha-lgpd section.

           move ws-linha-lgpd to fd-relLgpd
           write fd-relLgpd

           .
       gravar-linha-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Linha do protocolo da solicitacao (exportacao e certificado)
      *>________________________________________________________________________
       gravar-protocolo-lgpd section.

           move space to ws-linha-lgpd
           if ws-lg-protocolo = space then
               move "PROTOCOLO ......: (nao informado)" to ws-linha-lgpd
           else
               string "PROTOCOLO ......: "           delimited by size
                      function trim(ws-lg-protocolo) delimited by size
                 into ws-linha-lgpd
               end-string
           end-if
           perform gravar-linha-lgpd

           .
       gravar-protocolo-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Certificado de conclusao: cada arquivo examinado com a
      *>   quantidade de registros do titular e o que foi feito nele; o da
      *>   eliminacao identifica o titular so pelo pseudonimo e protocolo
      *>________________________________________________________________________
       gravar-certificado-lgpd section.

           move ws-arq-lgpd-cert to ws-arq-lgpd-rel
           open output relatorioLgpd
           if ws-fs-relLgpd <> 0 then
               move "76"                                 to ws-msn-erro-ofsset
               move ws-fs-relLgpd                        to ws-msn-erro-cod
               move "Erro ao abrir arq. da solic. LGPD  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "CERTIFICADO DE CONCLUSAO - SOLICITACAO DO TITULAR (LGPD)"
             to ws-linha-lgpd
           perform gravar-linha-lgpd
           move " " to ws-linha-lgpd
           perform gravar-linha-lgpd

           if lgpd-acesso then
               move "SOLICITACAO ....: ACESSO (EXPORTACAO DOS DADOS)"
                 to ws-linha-lgpd
               perform gravar-linha-lgpd

               move space to ws-linha-lgpd
               string "TITULAR ........: "      delimited by size
                      function trim(ws-lg-nome) delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           else
               move "SOLICITACAO ....: ELIMINACAO (NOME TROCADO POR PSEUDONIMO)"
                 to ws-linha-lgpd
               perform gravar-linha-lgpd

               move space to ws-linha-lgpd
               string "PSEUDONIMO .....: "        delimited by size
                      function trim(ws-lg-pseudo) delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           end-if

           perform gravar-protocolo-lgpd

           move space to ws-linha-lgpd
           string "CONCLUIDA EM ...: "      delimited by size
                  ws-lg-quando              delimited by size
                  "  OPERADOR "             delimited by size
                  ws-operador               delimited by size
             into ws-linha-lgpd
           end-string
           perform gravar-linha-lgpd

           if lgpd-acesso then
               move space to ws-linha-lgpd
               string "EXPORTACAO .....: "           delimited by size
                      function trim(ws-arq-lgpd-exp) delimited by size
                 into ws-linha-lgpd
               end-string
               perform gravar-linha-lgpd
           end-if

           move " " to ws-linha-lgpd
           perform gravar-linha-lgpd
           move "ARQUIVO                                   REGISTROS   SITUACAO"
             to ws-linha-lgpd
           perform gravar-linha-lgpd

           perform varying ws-lg-ind-cert from 1 by 1
                      until ws-lg-ind-cert > ws-lg-qtd-cert
               move ws-lgc-arquivo(ws-lg-ind-cert)   to ws-lgl-arquivo
               move ws-lgc-registros(ws-lg-ind-cert) to ws-lgl-registros
               move ws-lgc-situacao(ws-lg-ind-cert)  to ws-lgl-situacao
               move ws-lg-linha-cert                 to ws-linha-lgpd
               perform gravar-linha-lgpd
           end-perform

           move " " to ws-linha-lgpd
           perform gravar-linha-lgpd
           move space to ws-linha-lgpd
           string "ARQUIVOS EXAMINADOS "      delimited by size
                  ws-lg-total-arq             delimited by size
                  " COM REGISTROS DO TITULAR " delimited by size
                  ws-lg-arq-com-reg           delimited by size
                  " TOTAL DE REGISTROS "      delimited by size
                  ws-lg-total-reg             delimited by size
             into ws-linha-lgpd
           end-string
           perform gravar-linha-lgpd

           if lgpd-eliminacao then
               move " " to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "auditoriaRel.txt (RETIDO) e o registro legal das operacoes e nao e"
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "reescrito; esta eliminacao consta nele so pelo pseudonimo e protocolo."
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "Os arquivos de trabalho (ESVAZIADO) sao refeitos a cada execucao."
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "Registros RETIDO e ESVAZIADO nao entram no total acima."
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "Nao listados: relatorios de liga, liga geral, hall, estatisticas e"
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "progresso, regravados inteiros na proxima execucao noturna, e de"
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
               move "presenca, regravado inteiro na proxima emissao; saem com o pseudonimo."
                 to ws-linha-lgpd
               perform gravar-linha-lgpd
           end-if

           close relatorioLgpd

           .
       gravar-certificado-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>   Acrescenta a exportacao e o certificado do acesso na lista dos
      *>   emitidos, lida pela eliminacao
      *>________________________________________________________________________
       registrar-emitidos-lgpd section.

           open extend lgpdEmitidos
           if ws-fs-lgpdEmit = 35 then
               open output lgpdEmitidos
           end-if
           if ws-fs-lgpdEmit <> 0 then
               move "78"                                 to ws-msn-erro-ofsset
               move ws-fs-lgpdEmit                       to ws-msn-erro-cod
               move "Erro ao gravar lista emitidos LGPD " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-arq-lgpd-exp  to fd-lgpdEmit
           write fd-lgpdEmit
           move ws-arq-lgpd-cert to fd-lgpdEmit
           write fd-lgpdEmit

           close lgpdEmitidos

           .
       registrar-emitidos-lgpd-exit.
           exit.

      *>________________________________________________________________________
      *>________________________________________________________________________
       manutencao-arquivos section.

           if ws-noturno not = "1" then
               display erase
           end-if
           display "MANUTENCAO DE ARQUIVOS"
           display " "

           perform verificar-integridade

      *>    ______ (2) copia de geracao do cadastro (o vivo fecha so durante
      *>    a copia, para o proprio arquivo poder ser lido pelo outro select);
      *>    na execucao noturna retomada, a geracao ja tirada nao se repete ______
           if ws-nt-fase-feita < 2 then
               close cadastroJogadores
               perform fazer-backup-cadastro
               perform abrir-cadastroJogadores

               move "BACKUP CADASTRO"  to ws-la-acao
               move "GERACAO GER1 GRAVADA (ROTACAO GER1..GER5)" to ws-la-detalhe
               perform gravar-auditoria

               if ws-noturno = "1" then
                   move 2 to ws-nt-fase-feita
                   perform marcar-fase-noturna
               end-if
           end-if

      *>    ______ (3) arquivamento do historico por corte de mes (na
      *>    execucao noturna o corte vem do arquivo de controle) ______
           if ws-noturno not = "1" then
               display " "
               display "Arquivar historico anterior a que mes? (AAAAMM; vazio pula)"
               move space to ws-cutoff-x
               accept ws-cutoff-x
           end-if

           if  ws-cutoff-x is numeric
           and ws-cutoff-x not = "000000" then
               move ws-cutoff-x to ws-cutoff

               if ws-nt-fase-feita < 3 then
                   perform arquivar-historico

                   move "ARQUIVA HISTORICO" to ws-la-acao
                   move space               to ws-la-detalhe
                   string "CORTE "          delimited by size
                          ws-cutoff-x       delimited by size
                          ": "              delimited by size
                          ws-qtd-arc        delimited by size
                          " ARQUIVADA(S), " delimited by size
                          ws-qtd-fica       delimited by size
                          " MANTIDA(S)"     delimited by size
                     into ws-la-detalhe
                   end-string
                   perform gravar-auditoria

                   if ws-noturno = "1" then
                       move 3 to ws-nt-fase-feita
                       perform marcar-fase-noturna
                   end-if
               end-if

               if ws-nt-fase-feita < 4 then
                   perform arquivar-csv

                   move "ARQUIVA CSV"       to ws-la-acao
                   move space               to ws-la-detalhe
                   string "CORTE "          delimited by size
                          ws-cutoff-x       delimited by size
                          ": "              delimited by size
                          ws-qtd-arc        delimited by size
                          " ARQUIVADA(S), " delimited by size
                          ws-qtd-fica       delimited by size
                          " MANTIDA(S)"     delimited by size
                     into ws-la-detalhe
                   end-string
                   perform gravar-auditoria

                   if ws-noturno = "1" then
                       move 4 to ws-nt-fase-feita
                       perform marcar-fase-noturna
                   end-if
               end-if

               display "Arquivamento concluido (arquivos arcRelFinal*)"
           else
               display "Arquivamento pulado (corte nao informado)."
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       manutencao-arquivos-exit.

      *>________________________________________________________________________
      *>   Copia um arquivo de cadastro para a geracao seguinte, registro
      *>   a registro na ordem da chave de nome (origem inexistente so pula;
      *>   geracao ainda no leiaute de 62 bytes e convertida antes)
      *>________________________________________________________________________
       copiar-geracao section.

           open input cadBackupEnt
           if ws-fs-bkp-ent = 39 then
               move ws-arq-bkp-ent to ws-arq-ger-conv
               perform converter-geracao-situacao
               open input cadBackupEnt
           end-if

           if ws-fs-bkp-ent = 35 then
               continue
           else
      *>________________________________________________________________________
      *>   Relatorio de estatisticas por estado: consolida o jornal de
      *>   respostas e classifica os estados por taxa de erro e tempo medio,
      *>   gravando relatorioEstatisticasRel.txt e exibindo o placar na tela;
      *>   o jornal inteiro passa por duas ordenacoes (soma por estado e
      *>   classificacao das somas), sem teto de linhas nem de estados
      *>________________________________________________________________________
       relatorio-estatisticas section.

      *>    o jornal pode estar aberto em extend pela partida em andamento;
      *>    fecha antes de reabrir para leitura, e o proximo turno reabre
           if ws-jornal-aberto = "1" then
               move space to ws-jornal-aberto
           end-if

           if ws-noturno not = "1" then
               display erase
           end-if

           open input jornalRespostas
           if ws-fs-jornal <> 0 then
               display "Jornal de respostas indisponivel (jornalRespostasRel.txt)."
               display "Jogue ao menos um turno para gerar o jornal."
           else
               close jornalRespostas

      *>        1a passada: soma por estado
               sort ordJornal
                   on ascending key sd-jo-estado
                   input procedure  is ler-jornal-consolidacao
                   output procedure is consolidar-estatisticas

      *>        2a passada: classifica as somas por taxa de erro e tempo medio
               sort ordEstatCls
                   on descending key sd-ec-perc
                                     sd-ec-media
                   on ascending  key sd-ec-estado
                   input procedure  is ler-consolidacao-estat
                   output procedure is gravar-estatisticas

               display "Relatorio gravado em relatorioEstatisticasRel.txt"
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       relatorio-estatisticas-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada das ordenacoes do jornal (estatisticas, progresso e
      *>   calibracao): toda linha com data, jogador, estado e tempo
      *>   reconheciveis e liberada; as demais sao contadas como rejeitadas
      *>________________________________________________________________________
       ler-jornal-consolidacao section.

           move zero to ws-cs-lidas
           move zero to ws-cs-usadas
           move zero to ws-cs-rejeitadas

           open input jornalRespostas
           if ws-fs-jornal <> 0 then
               move "62"                                 to ws-msn-erro-ofsset
               move ws-fs-jornal                         to ws-msn-erro-cod
               move "Erro ao abrir arq. jornalRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-jornal = 10
               read jornalRespostas
               if ws-fs-jornal = 0 then
                   add 1 to ws-cs-lidas

                   move space to ws-jornal-lido
                   unstring fd-jornal delimited by ";"
                       into ws-jl-data
                            ws-jl-hora
                            ws-jl-modo
                            ws-jl-nome
                            ws-jl-estado
                            ws-jl-resposta
                            ws-jl-acertou
                            ws-jl-segundos
                   end-unstring

                   if  ws-jl-mm       is numeric
                   and ws-jl-aaaa     is numeric
                   and ws-jl-segundos is numeric
                   and ws-jl-nome     not = space
                   and ws-jl-estado   not = space then
                       move ws-jl-estado   to sd-jo-estado
                       move ws-jl-nome     to sd-jo-nome
                       compute sd-jo-mes =
                           function numval(ws-jl-aaaa) * 100 + function numval(ws-jl-mm)
                       move ws-jl-acertou  to sd-jo-acertou
                       move ws-jl-segundos to sd-jo-segundos
                       release sd-jornal
                       add 1 to ws-cs-usadas
                   else
                       add 1 to ws-cs-rejeitadas
                   end-if
               else
                   if ws-fs-jornal <> 10 then
                       move "11"                                 to ws-msn-erro-ofsset
                       move ws-fs-jornal                         to ws-msn-erro-cod
                       move "Erro ao ler arq. jornalRespostas  " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close jornalRespostas

           .
       ler-jornal-consolidacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 1a passada das estatisticas: quebra por estado e grava a
      *>   soma de cada estado (com taxa de erro e tempo medio) no arquivo
      *>   de trabalho das consolidacoes
      *>________________________________________________________________________
       consolidar-estatisticas section.

           perform abrir-consolidacao-saida

           move zero  to ws-cs-grupos
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordJornal
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim = "1" then
                   if ws-cs-grupos > 0 then
                       perform gravar-consol-estat
                   end-if
               else
                   if ws-cs-grupos = 0
                   or sd-jo-estado not = ws-cs-chave-estado then
                       if ws-cs-grupos > 0 then
                           perform gravar-consol-estat
                       end-if
                       add 1 to ws-cs-grupos
                       move sd-jo-estado to ws-cs-chave-estado
                       move zero         to ws-cs-total
                       move zero         to ws-cs-erros
                       move zero         to ws-cs-segundos
                   end-if

                   add 1 to ws-cs-total
                   if sd-jo-acertou = "N" then
                       add 1 to ws-cs-erros
                   end-if
                   add sd-jo-segundos to ws-cs-segundos
               end-if
           end-perform

           close consolidacaoTmp

           .
       consolidar-estatisticas-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava a soma do estado corrente (ws-cs-chave-estado)
      *>________________________________________________________________________
       gravar-consol-estat section.

           compute ws-ce-perc  = (ws-cs-erros * 100) / ws-cs-total
           compute ws-ce-media = ws-cs-segundos / ws-cs-total
           move ws-cs-chave-estado to ws-ce-estado
           move ws-cs-total        to ws-ce-total
           move ws-cs-erros        to ws-ce-erros

           move ws-consol-estat    to fd-consol
           write fd-consol

           .
       gravar-consol-estat-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 2a passada das estatisticas: as somas por estado
      *>________________________________________________________________________
       ler-consolidacao-estat section.

           perform abrir-consolidacao-entrada

           perform until ws-fs-consol = 10
               read consolidacaoTmp
               if ws-fs-consol = 0 then
                   move fd-consol to sd-estat-cls
                   release sd-estat-cls
               else
                   perform verificar-leitura-consolidacao
               end-if
           end-perform

           close consolidacaoTmp

           .
       ler-consolidacao-estat-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 2a passada: grava a classificacao dos estados e os
      *>   totais de controle da leitura do jornal
      *>________________________________________________________________________
       gravar-estatisticas section.

           open output relatorioEstatisticas
           if ws-fs-relEstat <> 0 then
               move "12"                                 to ws-msn-erro-ofsset
               move ws-fs-relEstat                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioEstat. " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "ESTADOS MAIS ERRADOS (perguntas;erros;taxa;tempo medio)"

           move zero  to ws-cs-ordem
           move space to ws-cs-fim
           perform until ws-cs-fim = "1"
               return ordEstatCls
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim not = "1" then
                   add 1 to ws-cs-ordem
                   move ws-cs-ordem      to ws-lre-ordem
                   move sd-ec-estado     to ws-lre-nome
                   move sd-ec-total      to ws-lre-total
                   move sd-ec-erros      to ws-lre-erros
                   move sd-ec-perc       to ws-lre-perc
                   move sd-ec-media      to ws-lre-media

                   move ws-linha-relEstat to fd-relEstat
                   write fd-relEstat
                   display ws-linha-relEstat
               end-if
           end-perform

           perform montar-linha-controle
           move ws-linha-controle to fd-relEstat
           write fd-relEstat
           display ws-linha-controle

           close relatorioEstatisticas

           .
       gravar-estatisticas-exit.
           exit.

      *>________________________________________________________________________
      *>   Abre o arquivo de trabalho das consolidacoes para gravar as somas
      *>________________________________________________________________________
       abrir-consolidacao-saida section.

           open output consolidacaoTmp
           if ws-fs-consol <> 0 then
               move "63"                                 to ws-msn-erro-ofsset
               move ws-fs-consol                         to ws-msn-erro-cod
               move "Erro ao gravar arq. consolidacaoTmp" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       abrir-consolidacao-saida-exit.
           exit.

      *>________________________________________________________________________
      *>   Abre o arquivo de trabalho das consolidacoes para reler as somas
      *>________________________________________________________________________
       abrir-consolidacao-entrada section.

           open input consolidacaoTmp
           if ws-fs-consol <> 0 then
               move "64"                                 to ws-msn-erro-ofsset
               move ws-fs-consol                         to ws-msn-erro-cod
               move "Erro ao abrir arq. consolidacaoTmp " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       abrir-consolidacao-entrada-exit.
           exit.

      *>________________________________________________________________________
      *>   Status de leitura do arquivo de trabalho que nao e fim de arquivo
      *>________________________________________________________________________
       verificar-leitura-consolidacao section.

           if ws-fs-consol <> 10 then
               move "64"                                 to ws-msn-erro-ofsset
               move ws-fs-consol                         to ws-msn-erro-cod
               move "Erro ao ler arq. consolidacaoTmp   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       verificar-leitura-consolidacao-exit.
           exit.

      *>________________________________________________________________________
      *>   Totais de controle da ultima leitura consolidada, para o fim de
      *>   cada relatorio (linhas lidas = usadas + rejeitadas)
      *>________________________________________________________________________
       montar-linha-controle section.

           move ws-cs-lidas      to ws-lct-lidas
           move ws-cs-usadas     to ws-lct-usadas
           move ws-cs-rejeitadas to ws-lct-rejeitadas

           .
       montar-linha-controle-exit.
           exit.

      *>________________________________________________________________________
      *>   jogador e mes (perguntas respondidas, taxa de acerto e tempo
      *>   medio), uma linha por mes de cada jogador, para mostrar quem
      *>   esta evoluindo e quem esta ficando para tras; gravado em
      *>   relatorioProgressoRel.txt e exibido na tela. A ordenacao por
      *>   jogador e mes ja e a ordem do relatorio
      *>________________________________________________________________________
       relatorio-progresso section.

      *>    o jornal pode estar aberto em extend pela partida em andamento;
      *>    fecha antes de reabrir para leitura, e o proximo turno reabre
           if ws-jornal-aberto = "1" then
               move space to ws-jornal-aberto
           end-if

           if ws-noturno not = "1" then
               display erase
           end-if

           open input jornalRespostas
           if ws-fs-jornal <> 0 then
               display "Jornal de respostas indisponivel (jornalRespostasRel.txt)."
               display "Jogue ao menos um turno para gerar o jornal."
           else
               close jornalRespostas

               sort ordJornal
                   on ascending key sd-jo-nome
                                    sd-jo-mes
                   input procedure  is ler-jornal-consolidacao
                   output procedure is gravar-progresso

               display "Relatorio gravado em relatorioProgressoRel.txt"
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       relatorio-progresso-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da ordenacao do progresso: quebra por jogador + mes (acerto
      *>   exato "S" e por grafia "Q" contam como acerto), uma linha por
      *>   grupo, e os totais de controle no fim
      *>________________________________________________________________________
       gravar-progresso section.

           open output relatorioProgresso
           if ws-fs-relProg <> 0 then
               move "34"                                 to ws-msn-erro-ofsset
               move ws-fs-relProg                        to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioProg.  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "PROGRESSO POR JOGADOR (mes;perguntas;acertos;taxa;tempo)"

           move zero  to ws-cs-grupos
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordJornal
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim = "1" then
                   if ws-cs-grupos > 0 then
                       perform gravar-linha-progresso
                   end-if
               else
                   if ws-cs-grupos = 0
                   or sd-jo-nome not = ws-cs-chave-nome
                   or sd-jo-mes  not = ws-cs-chave-mes then
                       if ws-cs-grupos > 0 then
                           perform gravar-linha-progresso
                       end-if
                       add 1 to ws-cs-grupos
                       move sd-jo-nome   to ws-cs-chave-nome
                       move sd-jo-mes    to ws-cs-chave-mes
                       move zero         to ws-cs-total
                       move zero         to ws-cs-acertos
                       move zero         to ws-cs-segundos
                   end-if

                   add 1 to ws-cs-total
                   if sd-jo-acertou = "S"
                   or sd-jo-acertou = "Q" then
                       add 1 to ws-cs-acertos
                   end-if
                   add sd-jo-segundos to ws-cs-segundos
               end-if
           end-perform

           perform montar-linha-controle
           move ws-linha-controle to fd-relProg
           write fd-relProg
           display ws-linha-controle

           close relatorioProgresso

           .
       gravar-progresso-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava a linha do jogador + mes corrente do progresso
      *>________________________________________________________________________
       gravar-linha-progresso section.

           move ws-cs-chave-nome to ws-lpg-nome

           divide ws-cs-chave-mes by 100
               giving ws-lpg-aaaa remainder ws-lpg-mm

           move ws-cs-total      to ws-lpg-total
           move ws-cs-acertos    to ws-lpg-acertos
           compute ws-lpg-perc  = (ws-cs-acertos * 100) / ws-cs-total
           compute ws-lpg-media = ws-cs-segundos / ws-cs-total

           move ws-linha-prog    to fd-relProg
           write fd-relProg
           display ws-linha-prog

           .
       gravar-linha-progresso-exit.
           exit.

      *>________________________________________________________________________
      *>________________________________________________________________________
       calibrar-dificuldade section.

           move zero to ws-qtd-calibradas

      *>    o jornal pode estar aberto em extend pela partida em andamento
               move space to ws-jornal-aberto
           end-if

           if ws-noturno not = "1" then
               display erase
           end-if

           open input jornalRespostas
           if ws-fs-jornal <> 0 then
               display "Jornal de respostas indisponivel (jornalRespostasRel.txt)."
               display "Jogue ao menos um turno antes de calibrar."
           else
               close jornalRespostas

      *>        nota por posicao do baralho corrente, direto na tabela em
      *>        memoria (a pontuacao ja vale a partir do proximo turno);
      *>        item sem historico no jornal fica com nota 1
               perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-itens
                   move 1 to ws-dificuldade(ws-ind-est)
               end-perform

               sort ordJornal
                   on ascending key sd-jo-estado
                   input procedure  is ler-jornal-consolidacao
                   output procedure is calibrar-por-estado

      *>        regrava o arquivo companheiro do baralho selecionado
               open output arqDificuldade
               if ws-fs-dific <> 0 then
               display ws-qtd-calibradas " item(ns) com historico no jornal; os"
               display "demais valem nota 1. Confira a coluna D na Manutencao"
               display "dos Estados. Gravado em " function trim(ws-arquivo-dific)
               perform montar-linha-controle
               display ws-linha-controle

      *>        calibracao mexe na pontuacao de todo mundo: fica na auditoria
               move "CALIBRA DIFICULDADE" to ws-la-acao
               perform gravar-auditoria
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       calibrar-dificuldade-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da ordenacao da calibracao: quebra por estado e aplica a
      *>   nota (1 + taxa de erro/25, teto 5) nas posicoes do baralho
      *>   corrente com esse estado
      *>________________________________________________________________________
       calibrar-por-estado section.

           move zero  to ws-cs-grupos
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordJornal
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim = "1" then
                   if ws-cs-grupos > 0 then
                       perform aplicar-nota-estado
                   end-if
               else
                   if ws-cs-grupos = 0
                   or sd-jo-estado not = ws-cs-chave-estado then
                       if ws-cs-grupos > 0 then
                           perform aplicar-nota-estado
                       end-if
                       add 1 to ws-cs-grupos
                       move sd-jo-estado to ws-cs-chave-estado
                       move zero         to ws-cs-total
                       move zero         to ws-cs-erros
                   end-if

                   add 1 to ws-cs-total
                   if sd-jo-acertou = "N" then
                       add 1 to ws-cs-erros
                   end-if
               end-if
           end-perform

           .
       calibrar-por-estado-exit.
           exit.

      *>________________________________________________________________________
      *>   Nota do estado corrente (ws-cs-chave-estado) nas posicoes dele
      *>________________________________________________________________________
       aplicar-nota-estado section.

           compute ws-cs-perc = (ws-cs-erros * 100) / ws-cs-total

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > ws-qtd-itens
               if  ws-estado(ws-ind-est) = ws-cs-chave-estado
               and ws-estado(ws-ind-est) not = space then
                   compute ws-dific-calc = 1 + ws-cs-perc / 25
                   if ws-dific-calc > 5 then
                       move 5 to ws-dific-calc
                   end-if
                   move ws-dific-calc to ws-dificuldade(ws-ind-est)
                   add 1 to ws-qtd-calibradas
               end-if
           end-perform

           .
       aplicar-nota-estado-exit.
           exit.

      *>________________________________________________________________________
      *>   Liga mensal: consolida o historico de relatorioFinalRel.txt por
      *>   mes e jogador (torneios, vitorias, pontos), declara o campeao de
      *>   cada mes e grava a classificacao em relatorioLigaRel.txt; o
      *>   historico inteiro passa por duas ordenacoes (soma por mes +
      *>   jogador e classificacao das somas dentro do mes)
      *>________________________________________________________________________
       liga-mensal section.

           if ws-noturno not = "1" then
               display erase
           end-if

           open input relatorioFinal
           if ws-fs-relFinal <> 0 then
               display "Sem historico de torneios (relatorioFinalRel.txt)."
               display "Feche ao menos um torneio para alimentar a liga."
           else
               close relatorioFinal

               move space to ws-cs-geral
               sort ordLiga
                   on ascending key sd-lg-mes
                                    sd-lg-escr
                                    sd-lg-nome
                   input procedure  is ler-historico-liga
                   output procedure is consolidar-liga

               sort ordClassif
                   on ascending  key sd-cl-mes
                   on descending key sd-cl-primeiros
                                     sd-cl-pontos
                   on ascending  key sd-cl-escr
                                     sd-cl-nome
                   input procedure  is ler-consolidacao-liga
                   output procedure is gravar-liga-mensal

               if ws-cs-grupos = 0 then
                   display "Historico sem linhas de jogador reconheciveis."
               else
                   display "Classificacao gravada em relatorioLigaRel.txt"
               end-if
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       liga-mensal-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 1a passada da liga mensal: cada linha de jogador do
      *>   historico; cabecalhos, totais de equipe, observacoes e linhas
      *>   revisadas sao reconhecidos pela colocacao nao numerica e contados
      *>   como rejeitados
      *>________________________________________________________________________
       ler-historico-liga section.

           move zero to ws-cs-lidas
           move zero to ws-cs-usadas
           move zero to ws-cs-rejeitadas

           open input relatorioFinal
           if ws-fs-relFinal <> 0 then
               move "15"                                 to ws-msn-erro-ofsset
               move ws-fs-relFinal                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioFinal  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-relFinal = 10
               read relatorioFinal
               if ws-fs-relFinal = 0 then
                   add 1 to ws-cs-lidas

                   move space to ws-liga-lido
                   unstring fd-relFinal delimited by ";"
                       into ws-ll-data
                            ws-ll-coloc
                            ws-ll-nome
                            ws-ll-pontos
                   end-unstring

                   if  ws-ll-coloc  is numeric
                   and ws-ll-pontos is numeric
                   and ws-ll-mm     is numeric
                   and ws-ll-aaaa   is numeric then
                       move space to ws-escr-linha
                       perform liberar-linha-liga
                   else
                       add 1 to ws-cs-rejeitadas
                   end-if
               else
                   if ws-fs-relFinal <> 10 then
                       move "15"                                 to ws-msn-erro-ofsset
                       move ws-fs-relFinal                       to ws-msn-erro-cod
                       move "Erro ao ler arq. relatorioFinal   " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close relatorioFinal

           .
       ler-historico-liga-exit.
           exit.

      *>________________________________________________________________________
      *>   Libera para a ordenacao da liga a linha validada em ws-liga-lido
      *>   (escritorio em ws-escr-linha; em branco na liga mensal)
      *>________________________________________________________________________
       liberar-linha-liga section.

           compute sd-lg-mes =
               function numval(ws-ll-aaaa) * 100 + function numval(ws-ll-mm)
           move ws-escr-linha to sd-lg-escr
           move ws-ll-nome    to sd-lg-nome
           if ws-ll-coloc = "01" then
               move 1 to sd-lg-primeiro
           else
               move 0 to sd-lg-primeiro
           end-if
           move ws-ll-pontos  to sd-lg-pontos

           release sd-liga
           add 1 to ws-cs-usadas

           .
       liberar-linha-liga-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 1a passada das ligas: quebra por mes + escritorio +
      *>   jogador e grava a soma de cada grupo no arquivo de trabalho; na
      *>   liga geral a soma tambem entra no placar do escritorio
      *>________________________________________________________________________
       consolidar-liga section.

           perform abrir-consolidacao-saida

           move zero  to ws-cs-grupos
           move space to ws-cs-fim

           perform until ws-cs-fim = "1"
               return ordLiga
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim = "1" then
                   if ws-cs-grupos > 0 then
                       perform gravar-consol-liga
                   end-if
               else
                   if ws-cs-grupos = 0
                   or sd-lg-mes  not = ws-cs-chave-mes
                   or sd-lg-escr not = ws-cs-chave-escr
                   or sd-lg-nome not = ws-cs-chave-nome then
                       if ws-cs-grupos > 0 then
                           perform gravar-consol-liga
                       end-if
                       add 1 to ws-cs-grupos
                       move sd-lg-mes    to ws-cs-chave-mes
                       move sd-lg-escr   to ws-cs-chave-escr
                       move sd-lg-nome   to ws-cs-chave-nome
                       move zero         to ws-cs-torneios
                       move zero         to ws-cs-primeiros
                       move zero         to ws-cs-pontos
                   end-if

                   add 1              to ws-cs-torneios
                   add sd-lg-primeiro to ws-cs-primeiros
                   add sd-lg-pontos   to ws-cs-pontos
               end-if
           end-perform

           close consolidacaoTmp

           .
       consolidar-liga-exit.
           exit.

      *>________________________________________________________________________
      *>   Grava a soma do grupo corrente da liga (mes + escritorio + jogador)
      *>________________________________________________________________________
       gravar-consol-liga section.

           move ws-cs-chave-mes   to ws-cg-mes
           move ws-cs-primeiros   to ws-cg-primeiros
           move ws-cs-pontos      to ws-cg-pontos
           move ws-cs-chave-escr  to ws-cg-escr
           move ws-cs-chave-nome  to ws-cg-nome
           move ws-cs-torneios    to ws-cg-torneios

           move ws-consol-liga    to fd-consol
           write fd-consol

           if ws-cs-geral = "1" then
               perform somar-escritorio
           end-if

           .
       gravar-consol-liga-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 2a passada das ligas: as somas por mes + jogador
      *>________________________________________________________________________
       ler-consolidacao-liga section.

           perform abrir-consolidacao-entrada

           perform until ws-fs-consol = 10
               read consolidacaoTmp
               if ws-fs-consol = 0 then
                   move fd-consol to sd-classif
                   release sd-classif
               else
                   perform verificar-leitura-consolidacao
               end-if
           end-perform

           close consolidacaoTmp

           .
       ler-consolidacao-liga-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 2a passada da liga mensal: as somas ja vem por mes e,
      *>   dentro do mes, por vitorias e pontos: a primeira linha de cada
      *>   mes e o campeao; no fim, os totais de controle do historico
      *>________________________________________________________________________
       gravar-liga-mensal section.

           open output relatorioLiga
           if ws-fs-relLiga <> 0 then
               move "16"                                 to ws-msn-erro-ofsset
               move ws-fs-relLiga                        to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioLiga   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero  to ws-liga-mes-atual
           move space to ws-cs-fim
           perform until ws-cs-fim = "1"
               return ordClassif
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim not = "1" then
                   if sd-cl-mes <> ws-liga-mes-atual then
                       move sd-cl-mes               to ws-liga-mes-atual

                       divide ws-liga-mes-atual by 100
                           giving ws-llm-aaaa remainder ws-llm-mm

                       move ws-linha-liga-mes       to fd-relLiga
                       write fd-relLiga
                       display ws-linha-liga-mes

                       move sd-cl-nome              to ws-llc-nome
                       move ws-linha-liga-camp      to fd-relLiga
                       write fd-relLiga
                       display ws-linha-liga-camp
                   end-if

                   move sd-cl-nome              to ws-llg-nome
                   move sd-cl-torneios          to ws-llg-torneios
                   move sd-cl-primeiros         to ws-llg-primeiros
                   move sd-cl-pontos            to ws-llg-pontos

                   move ws-linha-liga           to fd-relLiga
                   write fd-relLiga
                   display ws-linha-liga
               end-if
           end-perform

           perform montar-linha-controle
           move ws-linha-controle to fd-relLiga
           write fd-relLiga
           display ws-linha-controle

           close relatorioLiga

           .
       gravar-liga-mensal-exit.
           exit.

      *>________________________________________________________________________
      *>________________________________________________________________________
       liga-geral section.

           move zero to ws-qtd-interc-inv
           move zero to ws-qtd-escr
           move zero to ws-qtd-escr-fora
           move zero to ws-pontos-escr-fora

           if ws-noturno not = "1" then
               display erase
           end-if

           move "1" to ws-cs-geral
           sort ordLiga
               on ascending key sd-lg-mes
                                sd-lg-escr
                                sd-lg-nome
               input procedure  is montar-historico-geral
               output procedure is consolidar-liga
           move space to ws-cs-geral

           if ws-cs-grupos = 0 then
               display "Nenhuma linha valida no historico proprio nem no"
               display "intercambio (intercambioRel.txt)."
               perform montar-linha-controle
               display ws-linha-controle
           else
               perform apurar-escritorios

               sort ordClassif
                   on ascending  key sd-cl-mes
                   on descending key sd-cl-primeiros
                                     sd-cl-pontos
                   on ascending  key sd-cl-escr
                                     sd-cl-nome
                   input procedure  is ler-consolidacao-liga
                   output procedure is gravar-liga-geral

               if ws-qtd-interc-inv > 0 then
                   display "ATENCAO: " ws-qtd-interc-inv
                           " linha(s) do intercambio nao reconhecida(s)"
               display "Classificacao gravada em relatorioLigaGeralRel.txt"
           end-if

           if ws-noturno not = "1" then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-pausa-tecla
           end-if

           .
       liga-geral-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da 1a passada da liga geral: reconstroi o historico geral
      *>   do zero (reimportar nunca duplica); cada linha de jogador valida
      *>   do nosso relatorioFinal sai prefixada com o codigo local, e cada
      *>   linha valida do intercambio sai como veio; as duas tambem sao
      *>   liberadas para a ordenacao
      *>________________________________________________________________________
       montar-historico-geral section.

           move zero to ws-cs-lidas
           move zero to ws-cs-usadas
           move zero to ws-cs-rejeitadas

           open output historicoGeral
           if ws-fs-histGeral <> 0 then
               move "33"                                 to ws-msn-erro-ofsset
               perform until ws-fs-relFinal = 10
                   read relatorioFinal
                   if ws-fs-relFinal = 0 then
                       add 1 to ws-cs-lidas

                       move space to ws-liga-lido
                       unstring fd-relFinal delimited by ";"
                           into ws-ll-data
                           end-string
                           write fd-histGeral

                           perform liberar-linha-liga
                       else
                           add 1 to ws-cs-rejeitadas
                       end-if
                   end-if
               end-perform
               perform until ws-fs-interc = 10
                   read intercambio
                   if ws-fs-interc = 0 then
                       add 1 to ws-cs-lidas

                       move space to ws-escr-linha
                       move space to ws-liga-lido
                       unstring fd-interc delimited by ";"
                           end-string
                           write fd-histGeral

                           perform liberar-linha-liga
                       else
                           add 1 to ws-qtd-interc-inv
                           add 1 to ws-cs-rejeitadas
                       end-if
                   end-if
               end-perform
           exit.

      *>________________________________________________________________________
      *>   Soma o grupo corrente da liga geral no placar do escritorio dele;
      *>   com a tabela cheia o grupo fica fora do placar, mas contado nos
      *>   totais de controle
      *>________________________________________________________________________
       somar-escritorio section.

           move zero to ws-ind-escr
           perform varying ws-ind-busca from 1 by 1 until ws-ind-busca > ws-qtd-escr
               if ws-esc-cod(ws-ind-busca) = ws-cs-chave-escr then
                   move ws-ind-busca to ws-ind-escr
               end-if
           end-perform

           if ws-ind-escr = 0 then
               if ws-qtd-escr < 99 then
                   add 1                         to ws-qtd-escr
                   move ws-qtd-escr              to ws-ind-escr
                   move ws-cs-chave-escr         to ws-esc-cod(ws-ind-escr)
                   move zero                     to ws-esc-torneios(ws-ind-escr)
                   move zero                     to ws-esc-primeiros(ws-ind-escr)
                   move zero                     to ws-esc-pontos(ws-ind-escr)
               end-if
           end-if

           if ws-ind-escr > 0 then
               add ws-cs-torneios  to ws-esc-torneios(ws-ind-escr)
               add ws-cs-primeiros to ws-esc-primeiros(ws-ind-escr)
               add ws-cs-pontos    to ws-esc-pontos(ws-ind-escr)
           else
               add 1               to ws-qtd-escr-fora
               add ws-cs-pontos    to ws-pontos-escr-fora
           end-if

           .
       somar-escritorio-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da 2a passada da liga geral: classificacao por mes (o
      *>   campeao geral, de qualquer escritorio, na primeira linha do mes),
      *>   o placar entre escritorios e os totais de controle
      *>________________________________________________________________________
       gravar-liga-geral section.

           open output relatorioLigaGeral
           if ws-fs-relGeral <> 0 then
               move "32"                                 to ws-msn-erro-ofsset
               move ws-fs-relGeral                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relatorioGeral  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero  to ws-geral-mes-atual
           move space to ws-cs-fim
           perform until ws-cs-fim = "1"
               return ordClassif
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim not = "1" then
                   if sd-cl-mes <> ws-geral-mes-atual then
                       move sd-cl-mes               to ws-geral-mes-atual

                       divide ws-geral-mes-atual by 100
                           giving ws-lgm-aaaa remainder ws-lgm-mm

                       move ws-linha-geral-mes      to fd-relGeral
                       write fd-relGeral
                       display ws-linha-geral-mes

                       move sd-cl-escr              to ws-lgc-escr
                       move sd-cl-nome              to ws-lgc-nome
                       move ws-linha-geral-camp     to fd-relGeral
                       write fd-relGeral
                       display ws-linha-geral-camp
                   end-if

                   move sd-cl-escr              to ws-lgg-escr
                   move sd-cl-nome              to ws-lgg-nome
                   move sd-cl-torneios          to ws-lgg-torneios
                   move sd-cl-primeiros         to ws-lgg-primeiros
                   move sd-cl-pontos            to ws-lgg-pontos

                   move ws-linha-geral          to fd-relGeral
                   write fd-relGeral
                   display ws-linha-geral
               end-if
           end-perform

      *>    placar escritorio contra escritorio, por pontos decrescentes
           move "PLACAR ENTRE ESCRITORIOS (torneios;vitorias;pontos)"
                to fd-relGeral
           write fd-relGeral
           display "PLACAR ENTRE ESCRITORIOS (torneios;vitorias;pontos)"

           perform varying ws-ind-escr from 1 by 1 until ws-ind-escr > ws-qtd-escr
               move ws-esc-cod(ws-ind-escr)       to ws-le-cod
               move ws-esc-torneios(ws-ind-escr)  to ws-le-torneios
               move ws-esc-primeiros(ws-ind-escr) to ws-le-primeiros
               move ws-esc-pontos(ws-ind-escr)    to ws-le-pontos

               move ws-linha-escr                 to fd-relGeral
               write fd-relGeral
               display ws-linha-escr
           end-perform

           perform montar-linha-controle
           move ws-linha-controle to fd-relGeral
           write fd-relGeral
           display ws-linha-controle

           if ws-qtd-escr-fora > 0 then
               move ws-qtd-escr-fora    to ws-lce-grupos
               move ws-pontos-escr-fora to ws-lce-pontos
               move ws-linha-controle-escr to fd-relGeral
               write fd-relGeral
               display ws-linha-controle-escr
           end-if

           close relatorioLigaGeral

           .
       gravar-liga-geral-exit.
           exit.

      *>________________________________________________________________________
      *>   Classifica o placar escritorio contra escritorio (somado na 1a
      *>   passada da liga geral) por pontos decrescentes
      *>________________________________________________________________________
       apurar-escritorios section.

      *>    bolha por pontos decrescentes, como as demais classificacoes
           set trocou  to true
      *>    cadastro por nome o arquivo guarda mais jogadores do que as 20
      *>    linhas carregadas, e o hall nao pode perder nenhum placar
      *>    vitalicio (os checkpoints de GRAVAR-JOGADOR mantem o arquivo
      *>    em dia mesmo com torneio em andamento); a ordenacao grava o
      *>    relatorio impresso, regravado por inteiro a cada consulta
           move zero to ws-qtd-hall

           sort ordHall
               on descending key sd-ha-pontos
               on ascending  key sd-ha-torneios
                                 sd-ha-nome
               input procedure  is ler-cadastro-hall
               output procedure is gravar-hall

      *>    na execucao noturna so o relatorio impresso interessa
           if ws-noturno not = "1" then
               perform until ws-sair = "V"
                          or ws-sair = "v"

                   if ws-qtd-hall = 0 then
                       move "Cadastro vazio: ninguem no hall ainda" to ws-msn
                   else
                       if ws-qtd-hall > 20 then
                           move "Tela: top 20; integral em relatorioHallRel.txt"
                                to ws-msn
                       else
                           move "Impresso em relatorioHallRel.txt (V volta)" to ws-msn
                       end-if
                   end-if

                   display sc-tela-hall

      *>            a tela lista so o top 20 (cabe nas linhas 4..23); o
      *>            relatorio impresso acima saiu integral
                   perform varying ws-ind-rel from 1 by 1 until ws-ind-rel > ws-qtd-hall
                                                             or ws-ind-rel > 20
                       compute ws-lin-rel = ws-ind-rel + 3
                       perform formatar-data-hall
                       display sc-linha-hall
                   end-perform

                   accept sc-tela-hall

               end-perform
           end-if

           move space to ws-msn

           .
       hall-da-fama-exit.
           exit.

      *>________________________________________________________________________
      *>   Formata a data do ultimo jogo do hall (ws-ind-rel) em dd/mm/aaaa;
      *>   quem nunca fechou um torneio aparece como 00/00/0000
      *>________________________________________________________________________
       formatar-data-hall section.

           move ws-hall-ud-dd(ws-ind-rel)    to ws-hdf-dd
           move ws-hall-ud-mm(ws-ind-rel)    to ws-hdf-mm
           move ws-hall-ud-aaaa(ws-ind-rel)  to ws-hdf-aaaa

           .
       formatar-data-hall-exit.
           exit.

      *>________________________________________________________________________
      *>   Entrada da ordenacao do hall da fama: todo registro do cadastro
      *>________________________________________________________________________
       ler-cadastro-hall section.

           move zero to ws-cs-lidas
           move zero to ws-cs-usadas
           move zero to ws-cs-rejeitadas

           move low-values to fd-cadJog-nome
           start cadastroJogadores key not < fd-cadJog-nome
           if  ws-fs-cadJog <> 0

           perform until ws-fs-cadJog = 10
                      or ws-fs-cadJog = 23

               read cadastroJogadores next record
               if ws-fs-cadJog = 0 then
                   add 1 to ws-cs-lidas
      *>                inativo e suspenso nao concorrem no hall (o aposentado
      *>                ja saiu do cadastro): contam como rejeitados
                   if  fd-cadJog-nome not = space
                   and fd-cadJog-sit-ativo then
                       move fd-cadJog-pontos    to sd-ha-pontos
                       move fd-cadJog-torneios  to sd-ha-torneios
                       move fd-cadJog-nome      to sd-ha-nome
                       move fd-cadJog-ult-data  to sd-ha-ult-data
                       release sd-hall
                       add 1 to ws-cs-usadas
                   else
                       add 1 to ws-cs-rejeitadas
                   end-if
               else
                   if ws-fs-cadJog <> 10 then
                       move "4"                                  to ws-msn-erro-ofsset

           end-perform

           .
       ler-cadastro-hall-exit.
           exit.

      *>________________________________________________________________________
      *>   Saida da ordenacao do hall da fama: pelo placar vitalicio
      *>   decrescente (empate decidido por quem disputou menos torneios, o
      *>   placar mais "raro"); grava o relatorio integral com os totais de
      *>   controle e guarda o top 20 para a tela
      *>________________________________________________________________________
       gravar-hall section.

           open output relatorioHall
           if ws-fs-relHall <> 0 then
               move "17"                                 to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           move space to ws-cs-fim
           perform until ws-cs-fim = "1"
               return ordHall
                   at end
                       move "1" to ws-cs-fim
               end-return

               if ws-cs-fim not = "1" then
                   add 1 to ws-qtd-hall
                   move sd-ha-nome      to ws-hall-nome-atu
                   move sd-ha-pontos    to ws-hall-pontos-atu
                   move sd-ha-torneios  to ws-hall-torneios-atu
                   move sd-ha-ult-data  to ws-hall-ult-data-atu

                   if ws-qtd-hall <= 20 then
                       move ws-hall-atual to ws-hall(ws-qtd-hall)
                   end-if

                   move ws-qtd-hall              to ws-lh-pos
                   move ws-hall-nome-atu         to ws-lh-nome
                   move ws-hall-pontos-atu       to ws-lh-pontos
                   move ws-hall-torneios-atu     to ws-lh-torneios
                   move ws-hall-ud-dd-atu        to ws-hdf-dd
                   move ws-hall-ud-mm-atu        to ws-hdf-mm
                   move ws-hall-ud-aaaa-atu      to ws-hdf-aaaa
                   move ws-hall-data-fmt         to ws-lh-data

                   move ws-linha-hall            to fd-relHall
                   write fd-relHall
               end-if
           end-perform

           perform montar-linha-controle
           move ws-linha-controle to fd-relHall
           write fd-relHall

           close relatorioHall

           .
       gravar-hall-exit.
           exit.

      *>________________________________________________________________________
      *>________________________________________________________________________
       finaliza-anormal section.

           if ws-noturno = "1" then
               display ws-msn-erro

               move ws-nt-passo  to ws-ln-passo
               move ws-nt-nome   to ws-ln-nome
               move "ABEND"      to ws-ln-evento
               move "ERRO"       to ws-ln-resultado
               move ws-msn-erro  to ws-ln-detalhe
               perform gravar-log-noturno

               move 16 to return-code
           else
               display erase
               display ws-msn-erro
           end-if

           Stop run
           .
               close jornalRespostas
           end-if

           move ws-nt-rc to return-code

           Stop run
           .
       finaliza-exit.

      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_relRematricula".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Projecao de vagas da rematricula: pede o ano da rematricula e
      *>   conta, por fase prevista no ano seguinte, os alunos do arqCad
      *>   com a ficha do arqRematricula.dat (layout remreg.cpy)
      *>   CONFIRMADA, PENDENTE ou DESISTENTE - aluno ainda sem ficha
      *>   (matriculado depois da campanha) conta como pendente na fase
      *>   seguinte e o concluinte da fase 12 fica fora. Compara o
      *>   previsto (confirmados + pendentes) com a lotacao do
      *>   arqVagas.txt (vagas livres, "s/ctl" para fase sem controle) e
      *>   com a lista de espera do arqEspera.txt, indicando quantas
      *>   vagas podem ser oferecidas a quem espera. Gera o
      *>   relatorioRematricula.txt com o quadro por fase, os primeiros da
      *>   lista de espera a chamar em cada fase (ordem de chegada) e a
      *>   lista dos pendentes com telefone, para a secretaria cobrar a
      *>   resposta das familias.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqRematricula assign to "arqRematricula.dat" *> respostas da rematricula (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is rem-chave
           lock mode is automatic
           file status is ws-fs-arqRematricula.

           select arqVagas assign to "arqVagas.txt" *> lotacao maxima por fase (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqVagas.

           select arqEspera assign to "arqEspera.txt" *> lista de espera, em ordem de chegada (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEspera.

           select relRemat assign to "relatorioRematricula.txt" *> relatorio gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relRemat.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqRematricula.
           copy "remreg.cpy".

       fd arqVagas.
           copy "vagreg.cpy".

       fd arqEspera.
           copy "espreg.cpy".

       fd relRemat.
       01 rel-linha                                pic X(080).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqRematricula                     pic  9(02).
       77 ws-fs-arqVagas                           pic  9(02).
       77 ws-fs-arqEspera                          pic  9(02).
       77 ws-fs-relRemat                           pic  9(02).

       77 ws-ano-remat                             pic  9(004) value zeros.
          88  ws-ano-remat-valido                  value 1900 thru 2100.

      *>   arqRematricula.dat ainda nao existir (campanha nao rodou) nao
      *>   eh erro: todos contam como pendentes
       77 ws-rem-aberto                            pic  x(01) value "N".
          88  ws-tem-arq-rematricula               value "S".

      *>----Quadro por fase (indice = fase prevista, 1 a 12)
       01 ws-tab-fases.
           05 ws-fase-proj occurs 12 times.
               10 ws-fp-vagas                      pic 9(003).
               10 ws-fp-confirmados                pic 9(004).
               10 ws-fp-pendentes                  pic 9(004).
               10 ws-fp-desistentes                pic 9(004).
               10 ws-fp-espera                     pic 9(004).
               10 ws-fp-oferecer                   pic 9(004).
               10 ws-fp-chamados                   pic 9(004).

       77 ws-ind-fase                              pic  9(002) value zeros.

       77 ws-fase-prevista                         pic  9(002) value zeros.
       77 ws-situacao                              pic  x(001) value spaces.
       77 ws-previsto                              pic  9(004) value zeros.
       01 ws-livres                                pic s9(004) value zeros.

      *>----Totais gerais
       77 ws-tot-vagas                             pic  9(004) value zeros.
       77 ws-tot-confirmados                       pic  9(004) value zeros.
       77 ws-tot-pendentes                         pic  9(004) value zeros.
       77 ws-tot-desistentes                       pic  9(004) value zeros.
       77 ws-tot-espera                            pic  9(004) value zeros.
       77 ws-tot-oferecer                          pic  9(004) value zeros.
       77 ws-qtd-concluintes                       pic  9(004) value zeros.
       77 ws-qtd-listados                          pic  9(004) value zeros.

      *>----Linhas do relatorio
       01 ws-lin-titulo.
           05 filler                               pic x(043) value
              "Rematricula - projecao de vagas para o ano".
           05 ws-lt-ano                            pic 9(004).

       01 ws-lin-cabecalho.
           05 filler                               pic x(006) value "Fase".
           05 filler                               pic x(007) value "Vagas".
           05 filler                               pic x(007) value "Conf.".
           05 filler                               pic x(007) value "Pend.".
           05 filler                               pic x(008) value "Desist.".
           05 filler                               pic x(009) value "Previsto".
           05 filler                               pic x(008) value "Livres".
           05 filler                               pic x(008) value "Espera".
           05 filler                               pic x(008) value "Oferecer".

       01 ws-lin-fase.
           05 ws-lf-fase                           pic z9.
           05 filler                               pic x(004) value spaces.
           05 ws-lf-vagas                          pic x(005).
           05 filler                               pic x(002) value spaces.
           05 ws-lf-confirmados                    pic zzz9.
           05 filler                               pic x(003) value spaces.
           05 ws-lf-pendentes                      pic zzz9.
           05 filler                               pic x(003) value spaces.
           05 ws-lf-desistentes                    pic zzz9.
           05 filler                               pic x(004) value spaces.
           05 ws-lf-previsto                       pic zzz9.
           05 filler                               pic x(005) value spaces.
           05 ws-lf-livres                         pic x(005).
           05 filler                               pic x(003) value spaces.
           05 ws-lf-espera                         pic zzz9.
           05 filler                               pic x(004) value spaces.
           05 ws-lf-oferecer                       pic zzz9.

       77 ws-numero-edit                           pic -zzz9.

       01 ws-lin-total.
           05 filler                               pic x(006) value "Total".
           05 ws-lto-vagas                         pic zzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-confirmados                   pic zzz9.
           05 filler                               pic x(003) value spaces.
           05 ws-lto-pendentes                     pic zzz9.
           05 filler                               pic x(003) value spaces.
           05 ws-lto-desistentes                   pic zzz9.
           05 filler                               pic x(004) value spaces.
           05 ws-lto-previsto                      pic zzz9.
           05 filler                               pic x(013) value spaces.
           05 ws-lto-espera                        pic zzz9.
           05 filler                               pic x(004) value spaces.
           05 ws-lto-oferecer                      pic zzz9.

       01 ws-lin-concluintes.
           05 filler                               pic x(044) value
              "Concluintes da fase 12 (fora da projecao): ".
           05 ws-lco-qtd                           pic zzz9.

       01 ws-lin-tit-espera.
           05 filler                               pic x(070) value
              "Lista de espera - chamar para as vagas livres (ordem de chegada)".

       01 ws-lin-cab-espera.
           05 filler                               pic x(006) value "Fase".
           05 filler                               pic x(036) value "Nome".
           05 filler                               pic x(016) value "Telefone".
           05 filler                               pic x(010) value "Entrada".

       01 ws-lin-espera.
           05 ws-le-fase                           pic z9.
           05 filler                               pic x(004) value spaces.
           05 ws-le-nome                           pic x(035).
           05 filler                               pic x(001) value spaces.
           05 ws-le-telefone                       pic x(015).
           05 filler                               pic x(001) value spaces.
           05 ws-le-entrada                        pic 9(008).

       01 ws-lin-tit-pendentes.
           05 filler                               pic x(070) value
              "Pendentes de resposta - cobrar a ficha da familia".

       01 ws-lin-cab-pendentes.
           05 filler                               pic x(005) value "Cod.".
           05 filler                               pic x(036) value "Aluno".
           05 filler                               pic x(006) value "Fase".
           05 filler                               pic x(010) value "Ficha".
           05 filler                               pic x(015) value "Telefone".

       01 ws-lin-pendente.
           05 ws-lp-cod                            pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-nome                           pic x(035).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-fase                           pic z9.
           05 filler                               pic x(004) value spaces.
           05 ws-lp-ficha                          pic x(009).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-telefone                       pic x(015).

       01 ws-lin-nenhum.
           05 filler                               pic x(040) value
              "Nenhum.".

       01 ws-lin-branco                            pic x(080) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o ano da rematricula e
      *>  carrega a lotacao e a lista de espera por fase
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-ano-remat-valido
               display "Informe o ano da rematricula (AAAA): "
                   with no advancing
               accept ws-ano-remat
           end-perform

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 12
               move zeros to ws-fp-vagas(ws-ind-fase)
               move zeros to ws-fp-confirmados(ws-ind-fase)
               move zeros to ws-fp-pendentes(ws-ind-fase)
               move zeros to ws-fp-desistentes(ws-ind-fase)
               move zeros to ws-fp-espera(ws-ind-fase)
               move zeros to ws-fp-oferecer(ws-ind-fase)
               move zeros to ws-fp-chamados(ws-ind-fase)
               add 1 to ws-ind-fase
           end-perform

           perform carrega-vagas
           perform conta-espera
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - conta as respostas por fase prevista,
      *>  grava o quadro, os chamados da lista de espera e os pendentes.
      *>------------------------------------------------------------------------
       processamento section.

           perform abre-arquivos
           perform conta-respostas

           open output relRemat

           if ws-fs-relRemat <> 00 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-relRemat                            to ws-msn-erro-cod
               move "Erro ao abrir relatorioRematricula.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform grava-quadro
           perform grava-chamados-espera
           perform grava-pendentes

           close relRemat

           if ws-fs-relRemat <> 00 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-relRemat                             to ws-msn-erro-cod
               move "Erro ao fechar relatorioRematricula.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCad

           if ws-tem-arq-rematricula then
               close arqRematricula
           end-if

           display "Projecao da rematricula gerada em relatorioRematricula.txt."
           display "Confirmados: " ws-tot-confirmados
                   "  Pendentes: " ws-tot-pendentes
                   "  Desistentes: " ws-tot-desistentes
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a lotacao maxima por fase - arqVagas.txt ainda nao
      *>  existir significa nenhuma fase com controle de vagas.
      *>------------------------------------------------------------------------
       carrega-vagas section.

           open input arqVagas

           if ws-fs-arqVagas <> 35 then

               if ws-fs-arqVagas <> 00 then
                   move 3                                 to ws-msn-erro-ofsset
                   move ws-fs-arqVagas                    to ws-msn-erro-cod
                   move "Erro ao abrir arqVagas.txt."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqVagas = 10
                   read arqVagas

                   if ws-fs-arqVagas <> 00 and ws-fs-arqVagas <> 10 then
                       move 4                                 to ws-msn-erro-ofsset
                       move ws-fs-arqVagas                    to ws-msn-erro-cod
                       move "Erro ao ler arqVagas.txt."       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqVagas = 00
                     and vag-fase >= 1 and vag-fase <= 12 then
                       move vag-max to ws-fp-vagas(vag-fase)
                   end-if
               end-perform

               close arqVagas
           end-if
           .
       carrega-vagas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta quem ainda espera vaga em cada fase (codigo zerado = nao
      *>  promovido para o arqCad) - arquivo inexistente = lista vazia.
      *>------------------------------------------------------------------------
       conta-espera section.

           open input arqEspera

           if ws-fs-arqEspera <> 35 then

               if ws-fs-arqEspera <> 00 then
                   move 5                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                   to ws-msn-erro-cod
                   move "Erro ao abrir arqEspera.txt."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEspera = 10
                   read arqEspera

                   if ws-fs-arqEspera <> 00 and ws-fs-arqEspera <> 10 then
                       move 6                                 to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                   to ws-msn-erro-cod
                       move "Erro ao ler arqEspera.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEspera = 00 and esp-cod = zeros
                     and esp-fase >= 1 and esp-fase <= 12 then
                       add 1 to ws-fp-espera(esp-fase)
                   end-if
               end-perform

               close arqEspera
           end-if
           .
       conta-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o cadastro e as fichas - arqRematricula.dat ainda nao
      *>  existir (status 35) nao eh erro.
      *>------------------------------------------------------------------------
       abre-arquivos section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 7                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-rem-aberto
           open input arqRematricula

           if ws-fs-arqRematricula = 00 then
               move "S" to ws-rem-aberto
           else
               if ws-fs-arqRematricula <> 35 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao abrir arqRematricula.dat."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       abre-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada no arqCad: soma cada aluno na fase prevista
      *>  conforme a situacao da ficha.
      *>------------------------------------------------------------------------
       conta-respostas section.

           perform until ws-fs-arqCad = 10
               read arqCad next

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 10 then
                   move 9                            to ws-msn-erro-ofsset
                   move ws-fs-arqCad                 to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 00 then
                   perform busca-ficha

                   evaluate true
                       when ws-fase-prevista < 1 or ws-fase-prevista > 12
                           add 1 to ws-qtd-concluintes
                       when ws-situacao = "C"
                           add 1 to ws-fp-confirmados(ws-fase-prevista)
                       when ws-situacao = "D"
                           add 1 to ws-fp-desistentes(ws-fase-prevista)
                       when other
                           add 1 to ws-fp-pendentes(ws-fase-prevista)
                   end-evaluate
               end-if
           end-perform
           .
       conta-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a ficha do aluno em fd-cad no ano da rematricula e deixa a
      *>  fase prevista e a situacao - sem ficha, fase seguinte e
      *>  situacao em branco (pendente sem ficha; fase 12 = concluinte).
      *>------------------------------------------------------------------------
       busca-ficha section.

           move 23 to ws-fs-arqRematricula

           if ws-tem-arq-rematricula then
               move ws-ano-remat to rem-ano
               move fd-cod       to rem-cod
               read arqRematricula

               if ws-fs-arqRematricula <> 00 and ws-fs-arqRematricula <> 23 then
                   move 10                                    to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao ler arqRematricula.dat."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqRematricula = 00 then
               move rem-fase-prevista to ws-fase-prevista
               move rem-situacao      to ws-situacao
           else
               compute ws-fase-prevista = fd-fase + 1
               move space to ws-situacao
           end-if
           .
       busca-ficha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o quadro por fase: vagas, respostas, previsto, vagas
      *>  livres, espera e quanto oferecer a quem espera.
      *>------------------------------------------------------------------------
       grava-quadro section.

           move ws-ano-remat to ws-lt-ano
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cabecalho to rel-linha
           perform grava-linha-relatorio

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 12
               compute ws-previsto = ws-fp-confirmados(ws-ind-fase)
                                   + ws-fp-pendentes(ws-ind-fase)

               move ws-ind-fase                    to ws-lf-fase
               move ws-fp-confirmados(ws-ind-fase) to ws-lf-confirmados
               move ws-fp-pendentes(ws-ind-fase)   to ws-lf-pendentes
               move ws-fp-desistentes(ws-ind-fase) to ws-lf-desistentes
               move ws-previsto                    to ws-lf-previsto
               move ws-fp-espera(ws-ind-fase)      to ws-lf-espera

      *>       fase sem controle de lotacao: nao ha vaga a oferecer
               if ws-fp-vagas(ws-ind-fase) = zeros then
                   move "s/ctl" to ws-lf-vagas
                   move "s/ctl" to ws-lf-livres
               else
                   move ws-fp-vagas(ws-ind-fase) to ws-numero-edit
                   move ws-numero-edit           to ws-lf-vagas
                   compute ws-livres = ws-fp-vagas(ws-ind-fase) - ws-previsto
                   move ws-livres                to ws-numero-edit
                   move ws-numero-edit           to ws-lf-livres

                   if ws-livres > 0 then
                       if ws-livres < ws-fp-espera(ws-ind-fase) then
                           move ws-livres to ws-fp-oferecer(ws-ind-fase)
                       else
                           move ws-fp-espera(ws-ind-fase) to ws-fp-oferecer(ws-ind-fase)
                       end-if
                   end-if
               end-if

               move ws-fp-oferecer(ws-ind-fase) to ws-lf-oferecer

               move ws-lin-fase to rel-linha
               perform grava-linha-relatorio

               add ws-fp-vagas(ws-ind-fase)       to ws-tot-vagas
               add ws-fp-confirmados(ws-ind-fase) to ws-tot-confirmados
               add ws-fp-pendentes(ws-ind-fase)   to ws-tot-pendentes
               add ws-fp-desistentes(ws-ind-fase) to ws-tot-desistentes
               add ws-fp-espera(ws-ind-fase)      to ws-tot-espera
               add ws-fp-oferecer(ws-ind-fase)    to ws-tot-oferecer
               add 1 to ws-ind-fase
           end-perform

           move ws-tot-vagas       to ws-lto-vagas
           move ws-tot-confirmados to ws-lto-confirmados
           move ws-tot-pendentes   to ws-lto-pendentes
           move ws-tot-desistentes to ws-lto-desistentes
           compute ws-previsto = ws-tot-confirmados + ws-tot-pendentes
           move ws-previsto        to ws-lto-previsto
           move ws-tot-espera      to ws-lto-espera
           move ws-tot-oferecer    to ws-lto-oferecer
           move ws-lin-total to rel-linha
           perform grava-linha-relatorio

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-qtd-concluintes to ws-lco-qtd
           move ws-lin-concluintes to rel-linha
           perform grava-linha-relatorio
           .
       grava-quadro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista, em ordem de chegada, os primeiros da lista de espera de
      *>  cada fase ate a quantidade a oferecer.
      *>------------------------------------------------------------------------
       grava-chamados-espera section.

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-tit-espera to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cab-espera to rel-linha
           perform grava-linha-relatorio

           move zeros to ws-qtd-listados

           if ws-tot-oferecer > zeros then
               open input arqEspera

               if ws-fs-arqEspera <> 00 then
                   move 11                                to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                   to ws-msn-erro-cod
                   move "Erro ao abrir arqEspera.txt."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEspera = 10
                   read arqEspera

                   if ws-fs-arqEspera <> 00 and ws-fs-arqEspera <> 10 then
                       move 12                                to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                   to ws-msn-erro-cod
                       move "Erro ao ler arqEspera.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEspera = 00 and esp-cod = zeros
                     and esp-fase >= 1 and esp-fase <= 12 then
                       if ws-fp-chamados(esp-fase) < ws-fp-oferecer(esp-fase) then
                           add 1 to ws-fp-chamados(esp-fase)
                           add 1 to ws-qtd-listados
                           move esp-fase         to ws-le-fase
                           move esp-nome-alu     to ws-le-nome
                           move esp-tel-cont     to ws-le-telefone
                           move esp-data-entrada to ws-le-entrada
                           move ws-lin-espera to rel-linha
                           perform grava-linha-relatorio
                       end-if
                   end-if
               end-perform

               close arqEspera
           end-if

           if ws-qtd-listados = zeros then
               move ws-lin-nenhum to rel-linha
               perform grava-linha-relatorio
           end-if
           .
       grava-chamados-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada no arqCad: lista os alunos ainda pendentes (com
      *>  ficha sem resposta ou sem ficha) com o telefone do cadastro.
      *>------------------------------------------------------------------------
       grava-pendentes section.

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-tit-pendentes to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cab-pendentes to rel-linha
           perform grava-linha-relatorio

           move zeros to ws-qtd-listados
           move zeros to fd-cod
           start arqCad key is not less than fd-cod

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 13                              to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao posicionar arqCad.dat." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCad <> 00
               read arqCad next

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 10 then
                   move 14                           to ws-msn-erro-ofsset
                   move ws-fs-arqCad                 to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 00 then
                   perform busca-ficha

                   if ws-fase-prevista >= 1 and ws-fase-prevista <= 12
                     and ws-situacao <> "C" and ws-situacao <> "D" then
                       add 1 to ws-qtd-listados
                       move fd-cod           to ws-lp-cod
                       move fd-nome-alu      to ws-lp-nome
                       move ws-fase-prevista to ws-lp-fase

                       if ws-situacao = space then
                           move "sem ficha" to ws-lp-ficha
                       else
                           move "sem resp." to ws-lp-ficha
                       end-if

                       move fd-tel-cont      to ws-lp-telefone
                       move ws-lin-pendente to rel-linha
                       perform grava-linha-relatorio
                   end-if
               end-if
           end-perform

           if ws-qtd-listados = zeros then
               move ws-lin-nenhum to rel-linha
               perform grava-linha-relatorio
           end-if
           .
       grava-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relRemat <> 00 then
               move 15                                         to ws-msn-erro-ofsset
               move ws-fs-relRemat                             to ws-msn-erro-cod
               move "Erro ao gravar relatorioRematricula.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           Stop run
           .
       finaliza-exit.
           exit.

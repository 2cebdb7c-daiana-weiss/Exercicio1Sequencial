      *>   a alergia descrita, o medicamento com a dosagem, o contato do
      *>   medico/plano e quem esta autorizado a retirar a crianca -
      *>   acaba com os bilhetes grampeados na pasta de emergencia.
      *>   Aluno com ocorrencias registradas (arqOcorrencias.dat) ganha,
      *>   depois da pagina da ficha, as folhas de ocorrencias - data,
      *>   hora, tipo, o que aconteceu e a providencia, em paginas do
      *>   mesmo tamanho da ficha.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqSaude.

           select arqOcorrencias assign to "arqOcorrencias.dat" *> ocorrencias por aluno, data e hora (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is oco-chave
           lock mode is automatic
           file status is ws-fs-arqOcorrencias.

           select ficha assign to "fichaAluno.txt" *> arquivo de impressao gerado
           organization is line sequential
           access mode is sequential
       fd arqSaude.
           copy "saudereg.cpy".

       fd arqOcorrencias.
           copy "ocoreg.cpy".

       fd ficha.
       01 fic-linha                                pic X(080).

       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-arqSaude                           pic  9(02).
       77 ws-fs-arqOcorrencias                     pic  9(02).
       77 ws-fs-ficha                              pic  9(02).

      *>   arqSaude.dat ainda nao existir nao eh erro: as fichas saem
          88  ws-tem-arq-saude                     value "S".
          88  ws-sem-arq-saude                     value "N".

      *>   arqOcorrencias.dat ainda nao existir nao eh erro: as fichas
      *>   saem sem as folhas de ocorrencias
       77 ws-oco-aberto                            pic  x(01) value "N".
          88  ws-tem-arq-ocorrencias               value "S".
          88  ws-sem-arq-ocorrencias               value "N".

       77 ws-fim-oco                               pic  x(01) value "N".
          88  ws-fim-ocorrencias-aluno             value "S".

      *>   linhas que a ocorrencia corrente ocupa na folha e a primeira
      *>   ocorrencia do aluno (abre a primeira folha)
       77 ws-linhas-oco                            pic  9(02) value zeros.
       77 ws-qtd-oco-aluno                         pic  9(04) value zeros.

       01 ws-hora-oco                              pic  9(006) value zeros.
       01 ws-hora-oco-val redefines ws-hora-oco.
           05 ws-ho-hora                           pic 9(002).
           05 ws-ho-minuto                         pic 9(002).
           05 ws-ho-segundo                        pic 9(002).

       01 ws-data-oco                              pic  9(008) value zeros.
       01 ws-data-oco-val redefines ws-data-oco.
           05 ws-do-ano                            pic 9(004).
           05 ws-do-mes                            pic 9(002).
           05 ws-do-dia                            pic 9(002).

      *>----Vinculo aluno-familia em memoria (indice = codigo do aluno,
      *>   zero = sem vinculo) e os dados de contato efetivos da ficha -
      *>   da familia quando ha vinculo, do proprio cadastro quando nao
              "  A L E R G I C O  ".
           05 filler                               pic x(014) value all "*".

      *>----Linhas das folhas de ocorrencias
       01 ws-lin-titulo-oco.
           05 filler                               pic x(025) value spaces.
           05 filler                               pic x(040) value
              "OCORRENCIAS DO ALUNO".

       01 ws-lin-aluno-oco.
           05 filler                               pic x(007) value "Aluno: ".
           05 ws-lao-cod                           pic 9(004).
           05 filler                               pic x(003) value " - ".
           05 ws-lao-nome                          pic x(035).

       01 ws-lin-oco.
           05 ws-lo-dia                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-lo-mes                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-lo-ano                            pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-lo-hora                           pic 9(002).
           05 filler                               pic x(001) value ":".
           05 ws-lo-minuto                         pic 9(002).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-tipo                           pic x(013).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-complemento                    pic x(040).

       01 ws-lin-oco-texto.
           05 filler                               pic x(004) value spaces.
           05 ws-lot-rotulo                        pic x(013).
           05 ws-lot-valor                         pic x(050).

       01 ws-tab-tipos.
           05 filler                               pic x(013) value "ACIDENTE".
           05 filler                               pic x(013) value "MEDICAMENTO".
           05 filler                               pic x(013) value "COMPORTAMENTO".
           05 filler                               pic x(013) value "RETIRADA".
           05 filler                               pic x(013) value "OUTROS".
       01 ws-tab-tipos-red redefines ws-tab-tipos.
           05 ws-nome-tipo                         pic x(013) occurs 5 times.

       77 ws-ind-tipo                              pic  9(001) value zeros.

       01 ws-lin-total.
           05 filler                               pic x(030) value "Fichas emitidas ............ ".
           05 ws-lt-qtd                            pic zzz9.
               end-if
           end-if

      *>   arqOcorrencias.dat ainda nao existe (status 35): as fichas saem
      *>   sem as folhas de ocorrencias, nao eh erro
           move "N" to ws-oco-aberto
           open input arqOcorrencias

           if ws-fs-arqOcorrencias = 00 then
               move "S" to ws-oco-aberto
           else
               if ws-fs-arqOcorrencias <> 35 then
                   move 16                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao abrir arqOcorrencias.dat."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ficha

           if ws-fs-ficha <> 00 then
               end-if
           end-if

           if ws-tem-arq-ocorrencias then
               close arqOcorrencias

               if ws-fs-arqOcorrencias <> 00 then
                   move 17                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao fechar arqOcorrencias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqCad <> 00 or ws-fs-ficha <> 00 then
               move 3                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               perform grava-linha-ficha
           end-perform

      *>   folhas de ocorrencias do aluno, quando houver
           perform grava-folhas-ocorrencias

           add 1 to ws-qtd-fichas
           .
       gera-ficha-exit.
       grava-bloco-saude-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as folhas de ocorrencias do aluno em fd-cad, lidas do
      *>  arqOcorrencias a partir da chave do aluno (em ordem de data e
      *>  hora). Ocorrencia que nao cabe inteira na folha corrente vai
      *>  para uma folha nova; aluno sem ocorrencia nao ganha folha.
      *>------------------------------------------------------------------------
       grava-folhas-ocorrencias section.

           if ws-tem-arq-ocorrencias then
               move zeros to ws-qtd-oco-aluno
               move "N"   to ws-fim-oco

               move fd-cod to oco-cod
               move zeros  to oco-data
               move zeros  to oco-hora
               start arqOcorrencias key is not less than oco-chave

               if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 23 then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao posicionar arqOcorrencias."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqOcorrencias = 23 then
                   move "S" to ws-fim-oco
               end-if

               perform until ws-fim-ocorrencias-aluno
                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 10 then
                       move 19                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                       move "Erro ao ler arqOcorrencias.dat."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           fim do arquivo, ou passou para o aluno seguinte
                   if ws-fs-arqOcorrencias = 10 or oco-cod <> fd-cod then
                       move "S" to ws-fim-oco
                   else
                       perform grava-ocorrencia-folha
                   end-if
               end-perform

               if ws-qtd-oco-aluno > zeros then
                   perform fecha-folha-ocorrencias
               end-if
           end-if
           .
       grava-folhas-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a ocorrencia lida em oco-reg na folha corrente - abre a
      *>  primeira folha, ou uma folha nova quando a ocorrencia nao cabe
      *>  antes da moldura de fechamento.
      *>------------------------------------------------------------------------
       grava-ocorrencia-folha section.

      *>   linha do cabecalho, descricao, providencia e a linha em branco
      *>   de separacao, mais a continuacao de cada texto quando houver
           move 2 to ws-linhas-oco
           if oco-descricao-2 not = spaces then
               add 1 to ws-linhas-oco
           end-if
           if oco-acao-1 not = spaces then
               add 1 to ws-linhas-oco
           end-if
           if oco-acao-2 not = spaces then
               add 1 to ws-linhas-oco
           end-if

           if ws-qtd-oco-aluno = zeros then
               perform abre-folha-ocorrencias
           else
               if ws-linha-corrente + ws-linhas-oco >= ws-linhas-por-pagina then
                   perform fecha-folha-ocorrencias
                   perform abre-folha-ocorrencias
               end-if
           end-if

           evaluate oco-tipo
               when "A"
                   move 1 to ws-ind-tipo
               when "M"
                   move 2 to ws-ind-tipo
               when "C"
                   move 3 to ws-ind-tipo
               when "R"
                   move 4 to ws-ind-tipo
               when other
                   move 5 to ws-ind-tipo
           end-evaluate

           move oco-data to ws-data-oco
           move oco-hora to ws-hora-oco

           move ws-do-dia                 to ws-lo-dia
           move ws-do-mes                 to ws-lo-mes
           move ws-do-ano                 to ws-lo-ano
           move ws-ho-hora                to ws-lo-hora
           move ws-ho-minuto              to ws-lo-minuto
           move ws-nome-tipo(ws-ind-tipo) to ws-lo-tipo
           move oco-complemento           to ws-lo-complemento
           move ws-lin-oco to fic-linha
           perform grava-linha-ficha

           move "Ocorrido:"     to ws-lot-rotulo
           move oco-descricao-1 to ws-lot-valor
           move ws-lin-oco-texto to fic-linha
           perform grava-linha-ficha

           if oco-descricao-2 not = spaces then
               move spaces          to ws-lot-rotulo
               move oco-descricao-2 to ws-lot-valor
               move ws-lin-oco-texto to fic-linha
               perform grava-linha-ficha
           end-if

           if oco-acao-1 not = spaces then
               move "Providencia:"  to ws-lot-rotulo
               move oco-acao-1      to ws-lot-valor
               move ws-lin-oco-texto to fic-linha
               perform grava-linha-ficha
           end-if

           if oco-acao-2 not = spaces then
               move spaces          to ws-lot-rotulo
               move oco-acao-2      to ws-lot-valor
               move ws-lin-oco-texto to fic-linha
               perform grava-linha-ficha
           end-if

           move ws-lin-branco to fic-linha
           perform grava-linha-ficha

           add 1 to ws-qtd-oco-aluno
           .
       grava-ocorrencia-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre uma folha de ocorrencias: moldura, titulo e o aluno.
      *>------------------------------------------------------------------------
       abre-folha-ocorrencias section.

           move zeros to ws-linha-corrente

           perform grava-moldura
           move ws-lin-titulo-oco to fic-linha
           perform grava-linha-ficha

           move fd-cod      to ws-lao-cod
           move fd-nome-alu to ws-lao-nome
           move ws-lin-aluno-oco to fic-linha
           perform grava-linha-ficha

           perform grava-moldura
           move ws-lin-branco to fic-linha
           perform grava-linha-ficha
           .
       abre-folha-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha a folha de ocorrencias corrente: moldura e linhas em
      *>  branco ate completar a pagina.
      *>------------------------------------------------------------------------
       fecha-folha-ocorrencias section.

           perform grava-moldura

           perform until ws-linha-corrente >= ws-linhas-por-pagina
               move ws-lin-branco to fic-linha
               perform grava-linha-ficha
           end-perform
           .
       fecha-folha-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o arqFamVinculo para a tabela em memoria (indice =
      *>  codigo do aluno) - arquivo ainda nao existir significa nenhum

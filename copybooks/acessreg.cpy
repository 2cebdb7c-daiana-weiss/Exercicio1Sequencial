      *>----------------------------------------------------------------
      *> ACESSREG.CPY
      *> Layout padrao do registro do log de entrada no sistema
      *> (arqAcessos.txt) - uma linha por evento da tela de entrada e da
      *> manutencao de senhas do lista11exe1_menu, para a diretoria
      *> responder "quem tentou entrar e quando". Eventos:
      *>   SUCESSO     - operador assinou com a senha certa
      *>   FALHA       - usuario inexistente ou senha errada
      *>   BLOQUEIO    - a senha errada que bloqueou o operador
      *>   BLOQUEADO   - tentativa de entrada de operador ja bloqueado
      *>   DESBLOQUEIO - diretoria desbloqueou o operador (no acs-obs
      *>                 vai quem desbloqueou)
      *>   TROCA SENHA - operador trocou a propria senha
      *> Gravado pelo lista11exe1_menu e listado pelo
      *> lista11exe1_relAcessos.
      *>
      *> Uso, dentro da file section de quem le/grava arqAcessos:
      *>       fd  arqAcessos.
      *>           copy "acessreg.cpy".
      *>----------------------------------------------------------------
       01 acs-reg.
           05 acs-data                             pic 9(008). *> data do evento, AAAAMMDD
           05 acs-hora                             pic 9(006). *> hora do evento, HHMMSS
           05 acs-usuario                          pic X(020). *> usuario digitado/afetado
           05 acs-evento                           pic X(011). *> evento (lista acima)
               88 acs-sucesso                      value "SUCESSO".
               88 acs-falha                        value "FALHA".
               88 acs-bloqueio                     value "BLOQUEIO".
               88 acs-recusado                     value "BLOQUEADO".
               88 acs-desbloqueio                  value "DESBLOQUEIO".
               88 acs-troca-senha                  value "TROCA SENHA".
           05 acs-obs                              pic X(030). *> detalhe do evento

                 move f-pw-usuario                 to lnk-pw-usuario 
                 call c-validar-login using lnk-par lw-login
                 cancel c-validar-login 
                 move spaces                       to lnk-pw-usuario
                 
                 initialize                        f-login 
            

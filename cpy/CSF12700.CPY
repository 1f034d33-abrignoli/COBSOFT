               88 f12700-conferencia-divergente        value "D".
               88 f12700-conferencia-liberada          value "L".
            03 f12700-id-usuario-liberacao         pic x(11).
            03 f12700-id-usuario-titular           pic x(11).
            03 filler                               pic x(09).

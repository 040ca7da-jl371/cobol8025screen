      *   2026-09-02 jl371 - created, to be run whenever PLOTTMPL
      *     changes. An absent PLOTIN skips the cross-reference;
      *     an absent PLOTTMPL is itself an error.
      *   2026-10-14 jl371 - FL (area fill) is now a legal template
      *     opcode; its footprint is the seed cell.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025tmplchk.
               AND TC-OPCODE NOT = 'BX' AND TC-OPCODE NOT = 'CI'
               AND TC-OPCODE NOT = 'TX' AND TC-OPCODE NOT = 'LB'
               AND TC-OPCODE NOT = 'TL' AND TC-OPCODE NOT = 'PN'
               AND TC-OPCODE NOT = 'FL'
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ERROR: TEMPLATE ' TN-NAME(WS-TMPL-COUNT)
                   ' UNKNOWN OPCODE ' TC-OPCODE
           EVALUATE TC-OPCODE
               WHEN 'PP'
               WHEN 'RP'
               WHEN 'FL'
                   COMPUTE WS-END-ROW = TC-X-N
                   COMPUTE WS-END-COL = TC-Y-N
               WHEN 'VL'

      *    calcrun itself takes at write time:
      *      calc-run-phase    'S' start / 'E' end
      *      calc-run-mode     'F' full / 'R' restart / 'P' reprocess,
      *                        'D' dependents pass, space where the
      *                        program has no modes
      *      calc-run-stream   key-range stream number, 0 when the
      *                        program runs single-stream
      *      calc-run-outcome  space on a start record; on an end

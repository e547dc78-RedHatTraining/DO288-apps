      * is written:
      *
      *   - by BNK1CRA for every supervisor override attempt against
      *     the CRACTL ceiling, accepted or rejected (event 'O'),
      *   - by BNK1MNT for every add/change/delete attempted against
      *     the CRACTL or SUPCTL control files (event 'M'),
      *   - by BNK1AST for every status set or cleared on the ACCTSTS
      *     account status master (event 'M', file 'ACCTSTS', key
      *     and account number both the account concerned), and
      *   - by BNK1DSP for every supervisor action on a dispute case
      *     (event 'M', file 'DISPCASE', key the case number, account
      *     the disputed leg's account when the case was found),
      *
      * so the auditors can see which supervisor authorised which
      * over-ceiling transaction or dispute action and who changed
      * which control row, and when.  BNKOVRPT reports off this file.
      *
      * Keyed by task number + timestamp + sequence, the same
      * discipline as CRAJRNL, so two attempts in one task never
